       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PRUEBAC4.
      ***************************************
      * CONSULTA DE CUENTAS A COBRAR EN CICS, CON SU PROPIO MAPA
      * (PRUEBM4). CON EL ID DE UN CLIENTE MUESTRA SU NOMBRE, EL
      * LIMITE, EL SALDO Y LA RETENCION DE CREDIT.DAT, LAS FACTURAS
      * ABIERTAS DE ARLEDGER.DAT NETEADAS POR REFERENCIA COMO EN
      * ARAGE (INV, FIN Y UAP SUMAN; PAY, CRM, WOF, DSC Y UAC
      * RESTAN) CON SU VENCIMIENTO Y LOS DIAS QUE LLEVAN VENCIDAS, Y
      * LOS CUATRO ULTIMOS PAGOS (PAY) DEL CLIENTE, EL MAS RECIENTE
      * PRIMERO. LAS FACTURAS VAN DE DIEZ EN DIEZ: PF8 AVANZA, PF7
      * RETROCEDE, ENTER CONSULTA EL CLIENTE TECLEADO Y PF3 O CLEAR
      * TERMINAN. EL CLIENTE Y LA PAGINA EN PANTALLA VIAJAN EN LA
      * COMMAREA DE UNA INVOCACION A LA SIGUIENTE.
      *
      * EXIGE LA SESION FIRMADA CON SIGN EN PRUEBAC2 CONTRA
      * OPERATOR.DAT; CONSULTAR BASTA CON AUTORIDAD DE BASE. CADA
      * CLIENTE CONSULTADO QUEDA EN LA COLA AUDT.
      *
      * FICHEROS CICS: CUSTMAST (CUSTOMER.DAT), CREDFILE
      * (CREDIT.DAT), LEDGFILE (ARLEDGER.DAT, ESDS QUE SE RECORRE
      * POR RBA DESDE EL PRINCIPIO, PORQUE EL LIBRO NO TIENE CLAVE
      * Y LOS APUNTES DE UN CLIENTE ESTAN REPARTIDOS POR TODO EL
      * FICHERO) E INVFILE (INVOICE.DAT POR NUMERO DE FACTURA, DE
      * DONDE SALE EL VENCIMIENTO). COLA TD EXTRAPARTITION: AUDT EN
      * audt-queue.dat.
      ***************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY PRUEBM4.
      * REGISTRO DEL FICHERO DE CLIENTES, EL MISMO TRAZADO QUE LEE
      * PRUEBAC1, LEIDO POR IDNUM.
       01 CUSTOMERDATA.
           02 IDNUM                PIC 9(5).
           02 FIRSTNAME            PIC X(15).
           02 LASTNAME             PIC X(15).
           02 ADDR-LINE1           PIC X(25).
           02 ADDR-CITY            PIC X(15).
           02 ADDR-STATE           PIC X(02).
           02 ADDR-ZIP             PIC X(10).
           02 CUSTPHONE            PIC X(14).
           02 MAILFLAG             PIC X(01).
       01 CREDIT-RECORD.
          02 CRD-IDNUM             PIC 9(5).
          02 FILLER                PIC X.
          02 CRD-LIMIT             PIC 9(7)V99.
          02 FILLER                PIC X.
          02 CRD-BALANCE           PIC 9(7)V99.
          02 FILLER                PIC X.
          02 CRD-HOLD              PIC X.
             88 CRD-ON-HOLD                VALUE 'H'.
       01 WS-CRD-KEY               PIC 9(5).
      * APUNTE DEL LIBRO DE COBROS, EL MISMO TRAZADO QUE LEE ARAGE.
       01 LEDGER-RECORD.
          02 LGR-IDNUM             PIC 9(5).
          02 FILLER                PIC X.
          02 LGR-TYPE              PIC X(3).
          02 FILLER                PIC X.
          02 LGR-REF               PIC 9(6).
          02 FILLER                PIC X.
          02 LGR-DATE              PIC 9(8).
          02 FILLER                PIC X.
          02 LGR-AMOUNT            PIC 9(7)V99.
       01 WS-LGR-RBA               PIC S9(8) COMP VALUE ZERO.
      * FACTURA DE INVBILL, EL MISMO TRAZADO QUE LEE ARAGE, LEIDA POR
      * NUMERO PARA SACAR SU VENCIMIENTO.
       01 INVOICE-RECORD.
          02 INV-NUMBER            PIC 9(6).
          02 FILLER                PIC X.
          02 INV-DATE              PIC 9(8).
          02 FILLER                PIC X.
          02 INV-IDNUM             PIC 9(5).
          02 FILLER                PIC X.
          02 INV-AMOUNT            PIC 9(7)V99.
          02 FILLER                PIC X.
          02 INV-TAX               PIC 9(7)V99.
          02 FILLER                PIC X.
          02 INV-DUE-DATE          PIC 9(8).
          02 FILLER                PIC X.
          02 INV-DISC-DATE         PIC 9(8).
          02 FILLER                PIC X.
          02 INV-DISC-AMOUNT       PIC 9(7)V99.
          02 FILLER                PIC X.
          02 INV-FREIGHT           PIC 9(5)V99.
       01 WS-INV-KEY               PIC 9(6).
      * SALDO NETO DE CADA REFERENCIA DEL CLIENTE, EN EL ORDEN EN
      * QUE APARECE EN EL LIBRO. LA FECHA ES LA DEL APUNTE INV; UNA
      * REFERENCIA SIN INV SE FECHA CON SU PRIMER APUNTE.
       01 WS-REFERENCIAS.
          05 WS-RF-ENTRY OCCURS 300 TIMES.
             10 WS-RF-REF          PIC 9(6).
             10 WS-RF-FECHA        PIC 9(8).
             10 WS-RF-SALDO        PIC S9(8)V99.
       01 WS-RF-COUNT              PIC 9(3) VALUE ZERO.
       01 WS-RF-IDX                PIC 9(3) VALUE ZERO.
       01 WS-RF-HALLADO            PIC 9(3) VALUE ZERO.
       01 WS-RF-LLENA              PIC X VALUE 'N'.
      * LOS CUATRO ULTIMOS PAGOS; EL LIBRO VA EN ORDEN DE GRABACION,
      * ASI QUE CADA PAGO NUEVO ENTRA ARRIBA Y EMPUJA A LOS DEMAS.
       01 WS-PAGOS.
          05 WS-PG-ENTRY OCCURS 4 TIMES.
             10 WS-PG-REF          PIC 9(6).
             10 WS-PG-FECHA        PIC 9(8).
             10 WS-PG-IMPORTE      PIC 9(7)V99.
       01 WS-PG-COUNT              PIC 9 VALUE ZERO.
       01 WS-PG-IDX                PIC 9 VALUE ZERO.
      * CLIENTE Y PAGINA EN PANTALLA, QUE VUELVEN EN LA COMMAREA.
       01 WS-COMMAREA.
          05 WS-CA-IDNUM           PIC 9(5) VALUE ZERO.
          05 WS-CA-PAGINA          PIC 9(3) VALUE ZERO.
      * TECLA DE ATENCION PULSADA (VALORES DE EIBAID DE DFHAID).
       01 WS-TECLA                 PIC X VALUE SPACE.
          88 WS-TECLA-ENTER                VALUE ''''.
          88 WS-TECLA-CLEAR                VALUE '_'.
          88 WS-TECLA-PF3                  VALUE '3'.
          88 WS-TECLA-PF7                  VALUE '7'.
          88 WS-TECLA-PF8                  VALUE '8'.
       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-PRIMERA-VEZ           PIC X VALUE 'S'.
       01 WS-TERMINAR              PIC X VALUE 'N'.
       01 WS-CONSULTAR             PIC X VALUE 'N'.
       01 WS-NUEVA-CONSULTA        PIC X VALUE 'N'.
       01 WS-ENTRADA.
          05 WS-CUSTID-ENT         PIC X(5) VALUE SPACES.
      * ATRIBUTOS DE CAMPO PARA EL RESALTADO DE ERRORES (DFHBMSCA).
       01 WS-ATTR-BRILLANTE        PIC X VALUE 'H'.
       01 WS-ERROR-CAMPO           PIC X VALUE 'N'.
       01 WS-IDNUM-NUM             PIC 9(5) VALUE ZERO.
       01 WS-DIG-IDX               PIC 9 VALUE ZERO.
       01 WS-DIG-MALO              PIC X VALUE 'N'.
       01 WS-BROWSE-FIN            PIC X VALUE 'N'.
       01 WS-ABIERTAS              PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-PENDIENTE       PIC 9(8)V99 VALUE ZERO.
       01 WS-PAGINAS               PIC 9(3) VALUE ZERO.
       01 WS-ORDINAL               PIC 9(4) VALUE ZERO.
       01 WS-DESDE                 PIC 9(4) VALUE ZERO.
       01 WS-LINEA                 PIC 99 VALUE ZERO.
       01 WS-HOY-SERIAL            PIC 9(7) VALUE ZERO.
       01 WS-REF-SERIAL            PIC 9(7) VALUE ZERO.
       01 WS-VENCIMIENTO           PIC 9(8) VALUE ZERO.
       01 WS-DIAS                  PIC S9(7) VALUE ZERO.
      * FECHA AAAAMMDD PASADA A AAAA-MM-DD PARA LA PANTALLA.
       01 WS-FECHA-TRABAJO         PIC 9(8) VALUE ZERO.
       01 WS-FECHA-TRABAJO-R REDEFINES WS-FECHA-TRABAJO.
          05 WS-FT-AAAA            PIC 9(4).
          05 WS-FT-MM              PIC 9(2).
          05 WS-FT-DD              PIC 9(2).
       01 WS-FECHA-EDITADA.
          05 WS-FE-AAAA            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-FE-MM              PIC 9(2).
          05 FILLER                PIC X VALUE '-'.
          05 WS-FE-DD              PIC 9(2).
      * LINEA DE FACTURA ABIERTA, ALINEADA CON LA CABECERA DEL MAPA.
       01 WS-LINEA-FACTURA.
          05 LF-REF                PIC 9(6).
          05 FILLER                PIC X(3) VALUE SPACES.
          05 LF-FECHA              PIC X(10).
          05 FILLER                PIC X(4) VALUE SPACES.
          05 LF-DIAS               PIC ZZZ9.
          05 LF-DIAS-X REDEFINES LF-DIAS PIC X(4).
          05 FILLER                PIC X(3) VALUE SPACES.
          05 LF-PENDIENTE          PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(37) VALUE SPACES.
      * LINEA DE PAGO, CON EL IMPORTE BAJO EL DE LAS FACTURAS.
       01 WS-LINEA-PAGO.
          05 LP-REF                PIC 9(6).
          05 FILLER                PIC X(3) VALUE SPACES.
          05 LP-FECHA              PIC X(10).
          05 FILLER                PIC X(11) VALUE SPACES.
          05 LP-IMPORTE            PIC Z,ZZZ,ZZ9.99.
          05 FILLER                PIC X(37) VALUE SPACES.
       01 WS-PAGINA-EDITADA.
          05 WS-PE-ACTUAL          PIC ZZ9.
          05 FILLER                PIC X VALUE '/'.
          05 WS-PE-TOTAL           PIC ZZ9.
       01 DIS-LIMITE               PIC ZZ,ZZZ,ZZ9.99.
       01 DIS-SALDO                PIC ZZ,ZZZ,ZZ9.99.
       01 DIS-TOTAL                PIC ZZ,ZZZ,ZZ9.99.
       01 DIS-ABIERTAS             PIC ZZZ9.
       01 WS-MSG-FIN               PIC X(30)
             VALUE 'CONSULTA DE CUENTAS TERMINADA'.
       01 WS-ABS-TIME              PIC S9(15) COMP-3.
       01 WS-FECHA                 PIC 9(8).
      * TOKEN DE SESION DEL TERMINAL, FIRMADO CON EL COMANDO SIGN
      * DE PRUEBAC2 CONTRA OPERATOR.DAT.
       01 WS-SIGN-QUEUE.
          05 FILLER                PIC X(4) VALUE 'SGN-'.
          05 WS-SQ-TERM            PIC X(4).
       01 WS-SESSION-TOKEN.
          05 WS-TOK-OPERATOR       PIC X(8).
          05 WS-TOK-AUTH           PIC X.
       01 WS-AUDIT-REC.
          05 FILLER                PIC X(10) VALUE 'PRUEBAC4 :'.
          05 WS-AUDIT-TRNID        PIC X(04).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-AUDIT-DATE         PIC 9(07).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-AUDIT-TIME         PIC 9(07).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-AUDIT-MSG          PIC X(70).
       LINKAGE SECTION.
       01 DFHCOMMAREA              PIC X(8).
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
      * SIN COMMAREA (PRIMERA INVOCACION) SOLO PINTAMOS LA PANTALLA
      * VACIA. CON ELLA RECUPERAMOS EL CLIENTE Y LA PAGINA EN
      * PANTALLA; SOLO EL ENTER TRAE UN CLIENTE NUEVO, ASI QUE SOLO
      * ENTONCES SE RECIBE EL MAPA. UN CAMPO NO TOCADO LLEGA A
      * LOW-VALUES Y SE PASA A BLANCOS.
           MOVE EIBAID TO WS-TECLA
           IF EIBCALEN > ZERO
              MOVE 'N' TO WS-PRIMERA-VEZ
              MOVE DFHCOMMAREA TO WS-COMMAREA
           ELSE
              MOVE 'S' TO WS-PRIMERA-VEZ
              MOVE ZERO TO WS-CA-IDNUM WS-CA-PAGINA
           END-IF
           IF WS-PRIMERA-VEZ = 'N' AND WS-TECLA-ENTER
              MOVE LOW-VALUES TO PRUEBM4I
              EXEC CICS RECEIVE MAP('MAPA4')
                 MAPSET('PRUEBM4')
                 INTO (PRUEBM4I)
                 RESP (WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE CUSTIDI TO WS-CUSTID-ENT
                 INSPECT WS-ENTRADA REPLACING ALL LOW-VALUE BY SPACE
              ELSE
                 MOVE SPACES TO WS-CUSTID-ENT
              END-IF
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
              YYYYMMDD(WS-FECHA)
           END-EXEC.
       2000-PROCESO.
      * PF3 Y CLEAR TERMINAN SIEMPRE; LO DEMAS EXIGE SESION FIRMADA.
      * ENTER CONSULTA EL CLIENTE TECLEADO DESDE LA PRIMERA PAGINA;
      * PF7 Y PF8 REPINTAN EL CLIENTE EN PANTALLA EN OTRA PAGINA.
           PERFORM 1700-LEE-SESION
           MOVE LOW-VALUES     TO PRUEBM4O
           MOVE 'CUENTAS   '   TO MSG1O
           MOVE 'N'            TO WS-CONSULTAR
           MOVE 'N'            TO WS-NUEVA-CONSULTA
           MOVE 'N'            TO WS-ERROR-CAMPO
           EVALUATE TRUE
              WHEN WS-PRIMERA-VEZ = 'S'
                 MOVE 'TECLEE EL ID DEL CLIENTE Y PULSE ENTER'
                    TO MSGLO
              WHEN WS-TECLA-PF3 OR WS-TECLA-CLEAR
                 MOVE 'S' TO WS-TERMINAR
              WHEN WS-TOK-OPERATOR = SPACES
                 MOVE 'SIN SESION - FIRME CON SIGN EN PRUEBAC2'
                    TO MSGLO
                 MOVE ZERO TO WS-CA-IDNUM WS-CA-PAGINA
              WHEN WS-TECLA-ENTER
                 PERFORM 2110-VALIDA-CLIENTE
                 IF WS-ERROR-CAMPO = 'N'
                    MOVE WS-IDNUM-NUM TO WS-CA-IDNUM
                    MOVE 1 TO WS-CA-PAGINA
                    MOVE 'S' TO WS-CONSULTAR
                    MOVE 'S' TO WS-NUEVA-CONSULTA
                 ELSE
                    MOVE WS-CUSTID-ENT TO CUSTIDO
                    MOVE ZERO TO WS-CA-IDNUM WS-CA-PAGINA
                 END-IF
              WHEN WS-TECLA-PF7 OR WS-TECLA-PF8
                 IF WS-CA-IDNUM = ZERO
                    MOVE 'CONSULTE PRIMERO UN CLIENTE CON ENTER'
                       TO MSGLO
                 ELSE
                    PERFORM 2120-CAMBIA-PAGINA
                    MOVE 'S' TO WS-CONSULTAR
                 END-IF
              WHEN OTHER
                 MOVE 'TECLA NO VALIDA - ENTER, PF7, PF8 O PF3'
                    TO MSGLO
                 IF WS-CA-IDNUM > ZERO
                    MOVE 'S' TO WS-CONSULTAR
                 END-IF
           END-EVALUATE
           IF WS-CONSULTAR = 'S'
              PERFORM 2200-CONSULTA-CUENTA
           END-IF
      * ENVIAMOS EL MAPA AL CICS, SALVO AL TERMINAR.
           IF WS-TERMINAR = 'N'
              EXEC CICS SEND MAP('MAPA4')
                 MAPSET('PRUEBM4')
                 FROM (PRUEBM4O)
                 ERASE
              END-EXEC
           END-IF.
       1700-LEE-SESION.
           MOVE EIBTRMID TO WS-SQ-TERM
           MOVE SPACES TO WS-SESSION-TOKEN
           EXEC CICS READQ TS
              QUEUE (WS-SIGN-QUEUE)
              INTO (WS-SESSION-TOKEN)
              ITEM (1)
              RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO WS-SESSION-TOKEN
           END-IF.
       1800-ANOTA-CONSULTA.
      * CADA CLIENTE CONSULTADO QUEDA EN LA COLA AUDT CON EL
      * OPERADOR QUE LO CONSULTO; EL PASO DE PAGINA NO SE ANOTA.
           MOVE EIBTRNID TO WS-AUDIT-TRNID
           MOVE EIBDATE  TO WS-AUDIT-DATE
           MOVE EIBTIME  TO WS-AUDIT-TIME
           MOVE SPACES   TO WS-AUDIT-MSG
           STRING 'CONSULTA ' WS-TOK-OPERATOR ' CLIENTE ' WS-CA-IDNUM
              DELIMITED BY SIZE INTO WS-AUDIT-MSG
           EXEC CICS WRITEQ TD
               QUEUE ('AUDT')
               FROM (WS-AUDIT-REC)
               LENGTH (LENGTH OF WS-AUDIT-REC)
           END-EXEC.
       2110-VALIDA-CLIENTE.
      * UN ID CORTO COMO '123' LLEGA CON BLANCOS, ASI QUE LOS
      * DIGITOS SE RECORREN UNO A UNO, COMO EN PRUEBAC3.
           MOVE 'N' TO WS-DIG-MALO
           MOVE ZERO TO WS-IDNUM-NUM
           PERFORM VARYING WS-DIG-IDX FROM 1 BY 1
              UNTIL WS-DIG-IDX > 5
              EVALUATE TRUE
                 WHEN WS-CUSTID-ENT(WS-DIG-IDX:1) IS NUMERIC
                    COMPUTE WS-IDNUM-NUM = (WS-IDNUM-NUM * 10)
                       + FUNCTION NUMVAL(
                            WS-CUSTID-ENT(WS-DIG-IDX:1))
                 WHEN WS-CUSTID-ENT(WS-DIG-IDX:1) = SPACE
                    CONTINUE
                 WHEN OTHER
                    MOVE 'Y' TO WS-DIG-MALO
              END-EVALUATE
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-CUSTID-ENT = SPACES
                 MOVE 'Y' TO WS-ERROR-CAMPO
                 MOVE 'TECLEE EL ID DEL CLIENTE Y PULSE ENTER'
                    TO MSGLO
                 MOVE WS-ATTR-BRILLANTE TO CUSTIDA
              WHEN WS-DIG-MALO = 'Y'
                 MOVE 'Y' TO WS-ERROR-CAMPO
                 MOVE 'ID DE CLIENTE NO NUMERICO' TO MSGLO
                 MOVE WS-ATTR-BRILLANTE TO CUSTIDA
           END-EVALUATE.
       2120-CAMBIA-PAGINA.
      * PF8 PIDE LA PAGINA SIGUIENTE; SI NO LA HAY, 2230 SE QUEDA
      * EN LA ULTIMA Y LO AVISA. PF7 NO BAJA DE LA PRIMERA.
           IF WS-TECLA-PF8
              IF WS-CA-PAGINA < 999
                 ADD 1 TO WS-CA-PAGINA
              END-IF
           ELSE
              IF WS-CA-PAGINA > 1
                 SUBTRACT 1 FROM WS-CA-PAGINA
              ELSE
                 MOVE 1 TO WS-CA-PAGINA
                 MOVE 'YA ESTA EN LA PRIMERA PAGINA' TO MSGLO
              END-IF
           END-IF.
       2200-CONSULTA-CUENTA.
      * CLIENTE, FICHA DE CREDITO, LIBRO Y PANTALLA, EN ESE ORDEN.
      * UN CLIENTE BORRADO ENTRE DOS PAGINAS SE TRATA COMO NO
      * ENCONTRADO Y LIMPIA LA COMMAREA.
           MOVE WS-CA-IDNUM TO IDNUM
           MOVE WS-CA-IDNUM TO CUSTIDO
           EXEC CICS READ FILE('CUSTMAST')
              INTO (CUSTOMERDATA)
              RIDFLD (IDNUM)
              RESP (WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 STRING FIRSTNAME DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    LASTNAME DELIMITED BY SIZE
                    INTO CUSTNMO
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'Y' TO WS-ERROR-CAMPO
                 MOVE 'EL CLIENTE NO EXISTE' TO MSGLO
                 MOVE WS-ATTR-BRILLANTE TO CUSTIDA
              WHEN OTHER
                 MOVE 'Y' TO WS-ERROR-CAMPO
                 MOVE 'ERROR LEYENDO EL FICHERO DE CLIENTES' TO MSGLO
           END-EVALUATE
           IF WS-ERROR-CAMPO = 'Y'
              MOVE ZERO TO WS-CA-IDNUM WS-CA-PAGINA
           ELSE
              IF WS-NUEVA-CONSULTA = 'S'
                 PERFORM 1800-ANOTA-CONSULTA
              END-IF
              PERFORM 2210-LEE-CREDITO
              PERFORM 2220-LEE-LIBRO
              PERFORM 2230-PINTA-FACTURAS
              PERFORM 2240-PINTA-PAGOS
           END-IF.
       2210-LEE-CREDITO.
      * SIN FICHA DE CREDITO LOS IMPORTES QUEDAN EN BLANCO.
           MOVE WS-CA-IDNUM TO WS-CRD-KEY
           EXEC CICS READ FILE('CREDFILE')
              INTO (CREDIT-RECORD)
              RIDFLD (WS-CRD-KEY)
              RESP (WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 MOVE CRD-LIMIT   TO DIS-LIMITE
                 MOVE CRD-BALANCE TO DIS-SALDO
                 MOVE DIS-LIMITE  TO LIMITEO
                 MOVE DIS-SALDO   TO SALDOO
                 IF CRD-ON-HOLD
                    MOVE 'SI' TO RETENO
                 ELSE
                    MOVE 'NO' TO RETENO
                 END-IF
              WHEN WS-RESP = DFHRESP(NOTFND)
                 IF MSGLO = LOW-VALUES
                    MOVE 'EL CLIENTE NO TIENE FICHA DE CREDITO'
                       TO MSGLO
                 END-IF
              WHEN OTHER
                 IF MSGLO = LOW-VALUES
                    MOVE 'ERROR LEYENDO EL FICHERO DE CREDITO'
                       TO MSGLO
                 END-IF
           END-EVALUATE.
       2220-LEE-LIBRO.
      * RECORRE EL LIBRO ENTERO QUEDANDOSE CON LOS APUNTES DEL
      * CLIENTE: NETEA CADA REFERENCIA Y GUARDA LOS ULTIMOS PAGOS.
      * MAS DE 300 REFERENCIAS NO CABEN; LAS QUE SOBRAN NO SE
      * MUESTRAN Y SE AVISA.
           MOVE ZERO TO WS-RF-COUNT WS-PG-COUNT
           MOVE 'N' TO WS-RF-LLENA
           MOVE ZERO TO WS-LGR-RBA
           EXEC CICS STARTBR FILE('LEDGFILE')
              RIDFLD (WS-LGR-RBA)
              RBA
              RESP (WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 MOVE 'N' TO WS-BROWSE-FIN
                 PERFORM UNTIL WS-BROWSE-FIN = 'S'
                    EXEC CICS READNEXT FILE('LEDGFILE')
                       INTO (LEDGER-RECORD)
                       RIDFLD (WS-LGR-RBA)
                       RBA
                       RESP (WS-RESP)
                    END-EXEC
                    IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'S' TO WS-BROWSE-FIN
                    ELSE
                       IF LGR-IDNUM = WS-CA-IDNUM
                          PERFORM 2222-ACUMULA-APUNTE
                       END-IF
                    END-IF
                 END-PERFORM
                 EXEC CICS ENDBR FILE('LEDGFILE')
                 END-EXEC
              WHEN WS-RESP = DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 IF MSGLO = LOW-VALUES
                    MOVE 'LIBRO DE COBROS NO DISPONIBLE' TO MSGLO
                 END-IF
           END-EVALUATE
           IF WS-RF-LLENA = 'S' AND MSGLO = LOW-VALUES
              MOVE 'MAS DE 300 REFERENCIAS - LISTA INCOMPLETA'
                 TO MSGLO
           END-IF.
       2222-ACUMULA-APUNTE.
           MOVE ZERO TO WS-RF-HALLADO
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
              UNTIL WS-RF-IDX > WS-RF-COUNT OR WS-RF-HALLADO > ZERO
              IF WS-RF-REF(WS-RF-IDX) = LGR-REF
                 MOVE WS-RF-IDX TO WS-RF-HALLADO
              END-IF
           END-PERFORM
           IF WS-RF-HALLADO = ZERO
              IF WS-RF-COUNT < 300
                 ADD 1 TO WS-RF-COUNT
                 MOVE WS-RF-COUNT TO WS-RF-HALLADO
                 MOVE LGR-REF  TO WS-RF-REF(WS-RF-HALLADO)
                 MOVE LGR-DATE TO WS-RF-FECHA(WS-RF-HALLADO)
                 MOVE ZERO     TO WS-RF-SALDO(WS-RF-HALLADO)
              ELSE
                 MOVE 'S' TO WS-RF-LLENA
              END-IF
           END-IF
           IF WS-RF-HALLADO > ZERO
              EVALUATE LGR-TYPE
                 WHEN 'INV'
                    ADD LGR-AMOUNT TO WS-RF-SALDO(WS-RF-HALLADO)
                    MOVE LGR-DATE TO WS-RF-FECHA(WS-RF-HALLADO)
                 WHEN 'FIN'
                 WHEN 'UAP'
                    ADD LGR-AMOUNT TO WS-RF-SALDO(WS-RF-HALLADO)
                 WHEN 'PAY'
                 WHEN 'CRM'
                 WHEN 'WOF'
                 WHEN 'DSC'
                 WHEN 'UAC'
                    SUBTRACT LGR-AMOUNT
                       FROM WS-RF-SALDO(WS-RF-HALLADO)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF LGR-TYPE = 'PAY'
              PERFORM VARYING WS-PG-IDX FROM 4 BY -1
                 UNTIL WS-PG-IDX < 2
                 MOVE WS-PG-ENTRY(WS-PG-IDX - 1)
                    TO WS-PG-ENTRY(WS-PG-IDX)
              END-PERFORM
              MOVE LGR-REF    TO WS-PG-REF(1)
              MOVE LGR-DATE   TO WS-PG-FECHA(1)
              MOVE LGR-AMOUNT TO WS-PG-IMPORTE(1)
              IF WS-PG-COUNT < 4
                 ADD 1 TO WS-PG-COUNT
              END-IF
           END-IF.
       2230-PINTA-FACTURAS.
      * SOLO CUENTAN LAS REFERENCIAS CON SALDO DEUDOR; LOS CREDITOS
      * SIN APLICAR NO SON FACTURAS. UNA PAGINA PEDIDA MAS ALLA DE
      * LA ULTIMA SE QUEDA EN LA ULTIMA.
           MOVE ZERO TO WS-ABIERTAS WS-TOTAL-PENDIENTE
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
              UNTIL WS-RF-IDX > WS-RF-COUNT
              IF WS-RF-SALDO(WS-RF-IDX) > ZERO
                 ADD 1 TO WS-ABIERTAS
                 ADD WS-RF-SALDO(WS-RF-IDX) TO WS-TOTAL-PENDIENTE
              END-IF
           END-PERFORM
           COMPUTE WS-PAGINAS = (WS-ABIERTAS + 9) / 10
           IF WS-PAGINAS = ZERO
              MOVE 1 TO WS-PAGINAS
           END-IF
           IF WS-CA-PAGINA > WS-PAGINAS
              MOVE WS-PAGINAS TO WS-CA-PAGINA
              IF MSGLO = LOW-VALUES
                 MOVE 'NO HAY MAS PAGINAS' TO MSGLO
              END-IF
           END-IF
           MOVE WS-ABIERTAS        TO DIS-ABIERTAS
           MOVE DIS-ABIERTAS       TO NFACTO
           MOVE WS-TOTAL-PENDIENTE TO DIS-TOTAL
           MOVE DIS-TOTAL          TO TOTPNDO
           MOVE WS-CA-PAGINA       TO WS-PE-ACTUAL
           MOVE WS-PAGINAS         TO WS-PE-TOTAL
           MOVE WS-PAGINA-EDITADA  TO PAGINAO
           IF WS-ABIERTAS = ZERO AND MSGLO = LOW-VALUES
              MOVE 'EL CLIENTE NO TIENE FACTURAS ABIERTAS' TO MSGLO
           END-IF
           COMPUTE WS-DESDE = (WS-CA-PAGINA - 1) * 10
           MOVE ZERO TO WS-ORDINAL
           COMPUTE WS-HOY-SERIAL = FUNCTION INTEGER-OF-DATE(WS-FECHA)
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
              UNTIL WS-RF-IDX > WS-RF-COUNT
              IF WS-RF-SALDO(WS-RF-IDX) > ZERO
                 ADD 1 TO WS-ORDINAL
                 IF WS-ORDINAL > WS-DESDE
                    AND WS-ORDINAL <= WS-DESDE + 10
                    COMPUTE WS-LINEA = WS-ORDINAL - WS-DESDE
                    PERFORM 2232-LINEA-FACTURA
                 END-IF
              END-IF
           END-PERFORM.
       2232-LINEA-FACTURA.
      * LOS DIAS VAN DESDE EL VENCIMIENTO HASTA HOY, COMO EN ARAGE;
      * LA QUE AUN NO HA VENCIDO MUESTRA CERO. UNA FECHA IMPOSIBLE
      * DA CERO EN INTEGER-OF-DATE Y SE MUESTRA SIN DIAS.
           MOVE WS-RF-REF(WS-RF-IDX)   TO LF-REF
           PERFORM 2234-VENCIMIENTO
           MOVE WS-VENCIMIENTO TO WS-FECHA-TRABAJO
           PERFORM 2236-EDITA-FECHA
           MOVE WS-FECHA-EDITADA TO LF-FECHA
           MOVE ZERO TO WS-REF-SERIAL
           IF WS-VENCIMIENTO > 16010100
              COMPUTE WS-REF-SERIAL =
                 FUNCTION INTEGER-OF-DATE(WS-VENCIMIENTO)
           END-IF
           IF WS-REF-SERIAL = ZERO
              MOVE '   ?' TO LF-DIAS-X
           ELSE
              COMPUTE WS-DIAS = WS-HOY-SERIAL - WS-REF-SERIAL
              IF WS-DIAS < ZERO
                 MOVE ZERO TO WS-DIAS
              END-IF
              IF WS-DIAS > 9999
                 MOVE 9999 TO WS-DIAS
              END-IF
              MOVE WS-DIAS TO LF-DIAS
           END-IF
           MOVE WS-RF-SALDO(WS-RF-IDX) TO LF-PENDIENTE
           MOVE WS-LINEA-FACTURA TO FACLINO(WS-LINEA).
       2234-VENCIMIENTO.
      * EL VENCIMIENTO QUE INVBILL GRABO EN LA FACTURA; SIN FACTURA
      * O SIN VENCIMIENTO (FACTURAS ANTIGUAS, CARGOS FIN Y COBROS
      * UAC) VENCE A 30 DIAS DE SU FECHA, COMO EN ARAGE.
           MOVE ZERO TO WS-VENCIMIENTO
           MOVE WS-RF-REF(WS-RF-IDX) TO WS-INV-KEY
           EXEC CICS READ FILE('INVFILE')
              INTO (INVOICE-RECORD)
              RIDFLD (WS-INV-KEY)
              RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              IF INV-DUE-DATE IS NUMERIC
                 MOVE INV-DUE-DATE TO WS-VENCIMIENTO
              END-IF
           END-IF
           IF WS-VENCIMIENTO = ZERO
              AND WS-RF-FECHA(WS-RF-IDX) > 16010100
              COMPUTE WS-VENCIMIENTO = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-RF-FECHA(WS-RF-IDX))
                 + 30)
           END-IF
           IF WS-VENCIMIENTO = ZERO
              MOVE WS-RF-FECHA(WS-RF-IDX) TO WS-VENCIMIENTO
           END-IF.
       2236-EDITA-FECHA.
           MOVE WS-FT-AAAA TO WS-FE-AAAA
           MOVE WS-FT-MM   TO WS-FE-MM
           MOVE WS-FT-DD   TO WS-FE-DD.
       2240-PINTA-PAGOS.
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
              UNTIL WS-PG-IDX > WS-PG-COUNT
              MOVE WS-PG-REF(WS-PG-IDX)     TO LP-REF
              MOVE WS-PG-FECHA(WS-PG-IDX)   TO WS-FECHA-TRABAJO
              PERFORM 2236-EDITA-FECHA
              MOVE WS-FECHA-EDITADA         TO LP-FECHA
              MOVE WS-PG-IMPORTE(WS-PG-IDX) TO LP-IMPORTE
              MOVE WS-LINEA-PAGO TO PAGLINO(WS-PG-IDX)
           END-PERFORM.
       3000-FIN.
      * CON PF3 O CLEAR SE DESPIDE Y DEVUELVE EL TERMINAL AL CICS;
      * SI NO, VOLVEMOS CON NUESTRO PROPIO TRANSID Y LA COMMAREA,
      * PARA QUE LA SIGUIENTE TECLA SIGA CON EL MISMO CLIENTE.
           IF WS-TERMINAR = 'S'
              EXEC CICS SEND
                 FROM (WS-MSG-FIN)
                 LENGTH (LENGTH OF WS-MSG-FIN)
                 ERASE
              END-EXEC
              EXEC CICS RETURN END-EXEC
           ELSE
              EXEC CICS RETURN
                 TRANSID (EIBTRNID)
                 COMMAREA (WS-COMMAREA)
                 LENGTH (LENGTH OF WS-COMMAREA)
              END-EXEC
           END-IF.
