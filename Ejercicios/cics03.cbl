       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PRUEBAC3.
      ***************************************
      * ALTA DE PEDIDOS EN CICS PARA EL PUESTO DE TELEVENTA, CON SU
      * PROPIO MAPA (PRUEBM3). TOMA CLIENTE, PRODUCTO, TALLA Y
      * CANTIDAD Y HACE LAS MISMAS COMPROBACIONES QUE ORDER01:
      * CLIENTE EN EL MAESTRO, PRODUCTO Y TALLA EN PRODMAST, PRECIO
      * EN VIGOR (CONTRATO DEL CLIENTE EN contract.dat, SI NO TRAMO
      * DE CANTIDAD DE qtybreak.dat POR DEBAJO DE LA TARIFA, SI NO
      * TARIFA DE prodprice.dat), CREDITO Y RETENCION EN
      * CREDIT.DAT, EXISTENCIAS EN ONHAND.DAT E IMPUESTO SEGUN EL
      * ESTADO DEL CLIENTE EN taxrate.dat. UN KIT DE kitdef.dat SE
      * VENDE A SU PRECIO PERO SUS EXISTENCIAS SON LAS DE SUS
      * COMPONENTES, QUE SON LOS QUE SE DESCUENTAN. EL NUMERO DE
      * PEDIDO SALE
      * DE ordnum.dat, LA MISMA SERIE DE ORDER01 Y ORDBATCH, Y EL
      * PEDIDO SE GRABA COMO LINEA 1 EN EL KSDS DE PEDIDOS.
      *
      * EXIGE LA SESION FIRMADA CON SIGN EN PRUEBAC2 CONTRA
      * OPERATOR.DAT. TOMAR PEDIDOS BASTA CON AUTORIDAD DE BASE;
      * FORZAR UN PEDIDO POR ENCIMA DEL CREDITO EXIGE SUPERVISOR,
      * COMO EL OVERRIDE DE ORDER01, Y SE ANOTA EN EL DIARIO.
      *
      * FICHEROS CICS: CUSTMAST (CUSTOMER.DAT), PRODFILE
      * (PRODMAST.DAT), PRICFILE (prodprice.dat), CREDFILE
      * (CREDIT.DAT), ONHFILE (ONHAND.DAT), TAXFILE (taxrate.dat),
      * TXEFILE (taxexempt.dat, CLAVE CLIENTE + CERTIFICADO),
      * KITFILE (kitdef.dat), QBRKFILE (qtybreak.dat), CONTFILE
      * (contract.dat), LINKFILE (custlink.dat, SUCURSAL Y MATRIZ),
      * ORDNUM (ordnum.dat, RRDS DE UN REGISTRO) Y ORDFILE
      * (ORDERS.DAT). COLAS TD EXTRAPARTITION: CJRN DESEMBOCA EN
      * order01-journal.log (FORZADOS Y REGLA DE PRECIO DE CADA
      * PEDIDO), SMOV EN STKMOVE.DAT Y AUDT EN
      * audt-queue.dat.
      ***************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY PRUEBM3.
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
      * LOS FICHEROS DE LA CADENA DE PEDIDOS CON LOS TRAZADOS DE
      * ORDER01. LAS CLAVES DE LOS KSDS SON LOS PRIMEROS BYTES DEL
      * REGISTRO, SEPARADORES INCLUIDOS.
       01 PRODMAST-RECORD.
          02 PM-PRODNAME           PIC X(10).
          02 PM-PRODSIZE           PIC A OCCURS 3 TIMES.
           COPY ORDREC.
       01 ONHAND-RECORD.
          02 OH-PRODNAME           PIC X(10).
          02 FILLER                PIC X.
          02 OH-SIZE               PIC A.
          02 FILLER                PIC X.
          02 OH-ONHAND             PIC 9(6).
          02 FILLER                PIC X.
          02 OH-REORDER            PIC 9(6).
       01 WS-OH-KEY.
          05 WS-OHK-PRODNAME       PIC X(10).
          05 FILLER                PIC X VALUE SPACE.
          05 WS-OHK-SIZE           PIC A.
       01 PRICE-RECORD.
          02 PRC-PRODNAME          PIC X(10).
          02 FILLER                PIC X.
          02 PRC-SIZE              PIC A.
          02 FILLER                PIC X.
          02 PRC-EFF-DATE          PIC 9(8).
          02 FILLER                PIC X.
          02 PRC-UNIT-PRICE        PIC 9(5)V99.
       01 WS-PRC-KEY.
          05 WS-PRK-PRODNAME       PIC X(10).
          05 FILLER                PIC X VALUE SPACE.
          05 WS-PRK-SIZE           PIC A.
          05 FILLER                PIC X VALUE SPACE.
          05 WS-PRK-EFF-DATE       PIC 9(8).
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
      * SUCURSALES Y SU MATRIZ (GRPMNT), CON CLAVE LA SUCURSAL. LA
      * MATRIZ Y TODAS SUS SUCURSALES FORMAN UN GRUPO DE CREDITO.
           COPY CLKREC.
       01 WS-CLK-KEY               PIC 9(5).
       01 WS-GRUPO-PADRE           PIC 9(5) VALUE ZERO.
       01 WS-GRUPO-FACTURA         PIC X VALUE 'N'.
       01 WS-GRUPO-LIMITE          PIC 9(9)V99 VALUE ZERO.
       01 WS-GRUPO-SALDO           PIC 9(9)V99 VALUE ZERO.
       01 WS-GRUPO-MIEMBROS        PIC 9(4) VALUE ZERO.
       01 WS-GRUPO-RETENIDO        PIC X VALUE 'N'.
       01 WS-PADRE-CREDITO         PIC X VALUE 'N'.
       01 WS-PROPIO-CREDITO        PIC X VALUE 'N'.
       01 WS-MIEMBRO               PIC 9(5) VALUE ZERO.
      * TRAMOS DE CANTIDAD, CON CLAVE PRODUCTO + TALLA + FECHA
      * EFECTIVA + CANTIDAD MINIMA, Y CONTRATOS DE CLIENTE, CON
      * CLAVE CLIENTE + PRODUCTO + TALLA + FECHA DE INICIO.
           COPY QBRREC.
       01 WS-QBR-KEY.
          05 WS-QBK-PRODNAME       PIC X(10).
          05 FILLER                PIC X VALUE SPACE.
          05 WS-QBK-SIZE           PIC A.
          05 FILLER                PIC X VALUE SPACE.
          05 WS-QBK-EFF-DATE       PIC 9(8).
          05 FILLER                PIC X VALUE SPACE.
          05 WS-QBK-MIN-QTY        PIC 9(4).
           COPY CONREC.
       01 WS-CON-KEY.
          05 WS-CNK-IDNUM          PIC 9(5).
          05 FILLER                PIC X VALUE SPACE.
          05 WS-CNK-PRODNAME       PIC X(10).
          05 FILLER                PIC X VALUE SPACE.
          05 WS-CNK-SIZE           PIC A.
          05 FILLER                PIC X VALUE SPACE.
          05 WS-CNK-START-DATE     PIC 9(8).
       01 WS-BEST-MIN-QTY          PIC 9(4) VALUE ZERO.
       01 WS-TIER-PRICE            PIC 9(5)V99 VALUE ZERO.
       01 WS-TIER-EFF-DATE         PIC 9(8) VALUE ZERO.
       01 WS-TIER-FOUND            PIC X VALUE 'N'.
       01 WS-PRICE-RULE            PIC X(8) VALUE SPACES.
       01 WS-RULE-DATE             PIC 9(8) VALUE ZERO.
      * DEFINICION DE KITS: UNA LINEA POR COMPONENTE, CON CLAVE
      * KIT + TALLA + COMPONENTE + TALLA. EL BROWSE EMPIEZA EN EL
      * KIT CON EL COMPONENTE A LOW-VALUES.
           COPY KITREC.
       01 WS-KIT-KEY.
          05 WS-KTK-PRODNAME       PIC X(10).
          05 FILLER                PIC X VALUE SPACE.
          05 WS-KTK-SIZE           PIC A.
          05 FILLER                PIC X VALUE SPACE.
          05 WS-KTK-COMPONENTE     PIC X(12).
       01 WS-KIT-COMPONENTES.
          05 WS-KC-ENTRY OCCURS 20 TIMES.
             10 WS-KC-PRODNAME     PIC X(10).
             10 WS-KC-SIZE         PIC A.
             10 WS-KC-NEED         PIC 9(7).
       01 WS-KC-COUNT              PIC 99 VALUE ZERO.
       01 WS-KC-IDX                PIC 99 VALUE ZERO.
       01 WS-KIT-STOCK             PIC X VALUE 'N'.
       01 WS-KIT-CAMBIO            PIC X VALUE 'N'.
       01 TAXRATE-RECORD.
          02 TX-STATE              PIC X(2).
          02 FILLER                PIC X.
          02 TX-RATE               PIC 9V9999.
      * CERTIFICADOS DE EXENCION DE TXEMNT, CON CLAVE CLIENTE +
      * CERTIFICADO. EL BROWSE EMPIEZA EN EL CLIENTE CON EL
      * CERTIFICADO A LOW-VALUES Y BUSCA EL DEL ESTADO DEL PEDIDO.
           COPY TXEREC.
       01 WS-TXE-KEY.
          05 WS-TXK-IDNUM          PIC 9(5).
          05 FILLER                PIC X VALUE SPACE.
          05 WS-TXK-CERT-NUM       PIC X(15).
       01 WS-EXENTO                PIC X VALUE 'N'.
      * EL CONTADOR DE ordnum.dat ES EL UNICO REGISTRO DEL RRDS; SE
      * LEE CON UPDATE PARA QUE DOS TERMINALES NO SAQUEN EL MISMO
      * NUMERO.
       01 ORDNUM-RECORD.
          02 ONO-NEXT              PIC 9(6).
       01 WS-ORDNUM-RRN            PIC S9(8) COMP VALUE 1.
       01 WS-ORDNUM-NUEVO          PIC X VALUE 'N'.
       01 WS-NEXT-ORDER-NUM        PIC 9(6) VALUE 1.
      * DIARIO DE PEDIDOS, EL MISMO TRAZADO QUE ORDER01 ESCRIBE EN
      * order01-journal.log: LOS FORZADOS DE CREDITO CON LAS
      * IMAGENES ANTES Y DESPUES DEL REGISTRO DE CREDITO, Y LA REGLA
      * QUE PUSO PRECIO A CADA PEDIDO.
           COPY CJRREC.
      * MOVIMIENTO DE EXISTENCIAS PARA LA FICHA DE STKCARD, EL MISMO
      * REGISTRO QUE ESCRIBE LA RUTINA STKMOVE EN LOS BATCH.
           COPY MOVREC.
       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-PRIMERA-VEZ           PIC X VALUE 'S'.
      * LOS CAMPOS TECLEADOS SE SALVAN AL RECIBIR EL MAPA, COMO EN
      * PRUEBAC1: EL MAPA DE SALIDA REDEFINE AL DE ENTRADA.
       01 WS-ENTRADA.
          05 WS-CUSTID-ENT         PIC X(5) VALUE SPACES.
          05 WS-PROD-ENT           PIC X(10) VALUE SPACES.
          05 WS-SIZE-ENT           PIC X VALUE SPACE.
          05 WS-QTY-ENT            PIC X(4) VALUE SPACES.
          05 WS-OVERRD-ENT         PIC X VALUE SPACE.
      * ATRIBUTOS DE CAMPO PARA EL RESALTADO DE ERRORES (DFHBMSCA).
       01 WS-ATTR-BRILLANTE        PIC X VALUE 'H'.
       01 WS-ERROR-CAMPO           PIC X VALUE 'N'.
       01 WS-GRABADO               PIC X VALUE 'N'.
       01 WS-IDNUM-NUM             PIC 9(5) VALUE ZERO.
       01 WS-QTY-NUM               PIC 9(4) VALUE ZERO.
       01 WS-DIG-IDX               PIC 9 VALUE ZERO.
       01 WS-DIG-MALO              PIC X VALUE 'N'.
       01 WS-SIZE-IDX              PIC 9 VALUE ZERO.
       01 WS-SIZE-OK               PIC X VALUE 'N'.
       01 WS-ORDER-STATE           PIC X(2) VALUE SPACES.
       01 WS-PRICE-FOUND           PIC X VALUE 'N'.
       01 WS-BROWSE-FIN            PIC X VALUE 'N'.
       01 WS-UNIT-PRICE            PIC 9(5)V99 VALUE ZERO.
       01 WS-EXT-PRICE             PIC 9(7)V99 VALUE ZERO.
       01 WS-TAX-AMT               PIC 9(5)V99 VALUE ZERO.
       01 WS-AVAILABLE             PIC S9(8)V99 VALUE ZERO.
       01 WS-CREDIT-OK             PIC X VALUE 'Y'.
       01 WS-CREDIT-FOUND          PIC X VALUE 'N'.
       01 WS-OVERRIDE-USED         PIC X VALUE 'N'.
       01 WS-ONHAND-FOUND          PIC X VALUE 'N'.
       01 WS-STOCK-SHORT           PIC X VALUE 'N'.
      * ARTICULO QUE SALE DE LA ESTANTERIA: EL PEDIDO O UN
      * COMPONENTE DEL KIT.
       01 WS-MOV-PRODNAME          PIC X(10).
       01 WS-MOV-SIZE              PIC A.
       01 WS-MOV-QTY               PIC 9(7) VALUE ZERO.
       01 DIS-UNIT-PRICE           PIC ZZZZ9.99.
       01 DIS-EXT-PRICE            PIC ZZZZZZ9.99.
       01 DIS-TAX-AMT              PIC ZZZZ9.99.
       01 DIS-AVAILABLE            PIC ZZZZZZZ9.99.
       01 WS-ABS-TIME              PIC S9(15) COMP-3.
       01 WS-FECHA                 PIC 9(8).
       01 WS-HORA                  PIC 9(6).
      * TOKEN DE SESION DEL TERMINAL, FIRMADO CON EL COMANDO SIGN
      * DE PRUEBAC2 CONTRA OPERATOR.DAT.
       01 WS-SIGN-QUEUE.
          05 FILLER                PIC X(4) VALUE 'SGN-'.
          05 WS-SQ-TERM            PIC X(4).
       01 WS-SESSION-TOKEN.
          05 WS-TOK-OPERATOR       PIC X(8).
          05 WS-TOK-AUTH           PIC X.
       01 WS-AUDIT-REC.
          05 FILLER                PIC X(10) VALUE 'PRUEBAC3 :'.
          05 WS-AUDIT-TRNID        PIC X(04).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-AUDIT-DATE         PIC 9(07).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-AUDIT-TIME         PIC 9(07).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-AUDIT-MSG          PIC X(70).
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO.
           PERFORM 3000-FIN.
           GOBACK.

       1000-INICIO.
      * SIN DATOS (PRIMERA INVOCACION) SOLO PINTAMOS LA PANTALLA
      * VACIA; SI NO, RECIBIMOS EL MAPA CON EL PEDIDO TECLEADO. LOS
      * CAMPOS NO TOCADOS LLEGAN A LOW-VALUES Y SE PASAN A BLANCOS.
           MOVE LOW-VALUES   TO PRUEBM3I.
           EXEC CICS RECEIVE MAP('MAPA3')
              MAPSET('PRUEBM3')
              INTO (PRUEBM3I)
              RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-PRIMERA-VEZ
              MOVE CUSTIDI TO WS-CUSTID-ENT
              MOVE PRODI   TO WS-PROD-ENT
              MOVE PSIZEI  TO WS-SIZE-ENT
              MOVE QTYI    TO WS-QTY-ENT
              MOVE OVERRDI TO WS-OVERRD-ENT
              INSPECT WS-ENTRADA REPLACING ALL LOW-VALUE BY SPACE
           ELSE
              MOVE 'S' TO WS-PRIMERA-VEZ
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
              YYYYMMDD(WS-FECHA)
              TIME(WS-HORA)
           END-EXEC.
       2000-PROCESO.
      * TODO EXIGE SESION FIRMADA; EL FORZADO DE CREDITO EXIGE
      * SUPERVISOR. UN PEDIDO GRABADO LIMPIA LA ENTRADA PARA QUE UN
      * SEGUNDO ENTER NO LO DUPLIQUE; UN RECHAZO LA DEVUELVE PARA
      * CORREGIRLA.
           PERFORM 1700-LEE-SESION
           MOVE LOW-VALUES     TO PRUEBM3O
           MOVE 'PEDIDOS   '   TO MSG1O
           MOVE 'N'            TO WS-GRABADO
           EVALUATE TRUE
              WHEN WS-PRIMERA-VEZ = 'S'
                 MOVE 'TECLEE CLIENTE, PRODUCTO, TALLA, CANTIDAD'
                    TO MSGLO
              WHEN WS-TOK-OPERATOR = SPACES
                 MOVE 'SIN SESION - FIRME CON SIGN EN PRUEBAC2'
                    TO MSGLO
              WHEN WS-OVERRD-ENT = 'S' AND WS-TOK-AUTH NOT = 'S'
                 MOVE 'FORZAR EL CREDITO EXIGE SUPERVISOR' TO MSGLO
                 MOVE WS-ATTR-BRILLANTE TO OVERRDA
                 PERFORM 1800-ANOTA-RECHAZO
              WHEN OTHER
                 PERFORM 2100-VALIDA-PEDIDO
                 IF WS-ERROR-CAMPO = 'N'
                    PERFORM 2500-GRABA-PEDIDO
                 END-IF
           END-EVALUATE
           IF WS-GRABADO = 'N' AND WS-PRIMERA-VEZ = 'N'
              MOVE WS-CUSTID-ENT TO CUSTIDO
              MOVE WS-PROD-ENT   TO PRODO
              MOVE WS-SIZE-ENT   TO PSIZEO
              MOVE WS-QTY-ENT    TO QTYO
           END-IF
      * ENVIAMOS EL MAPA AL CICS.
           EXEC CICS SEND MAP('MAPA3')
              MAPSET('PRUEBM3')
              FROM (PRUEBM3O)
              ERASE
           END-EXEC.
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
       1800-ANOTA-RECHAZO.
      * EL INTENTO DE FORZADO SIN AUTORIDAD QUEDA EN LA COLA AUDT,
      * COMO LOS RECHAZOS DE PRUEBAC1.
           MOVE EIBTRNID TO WS-AUDIT-TRNID
           MOVE EIBDATE  TO WS-AUDIT-DATE
           MOVE EIBTIME  TO WS-AUDIT-TIME
           MOVE SPACES   TO WS-AUDIT-MSG
           STRING 'AUTH FAIL ' WS-TOK-OPERATOR ' FORZADO CREDITO'
              DELIMITED BY SIZE INTO WS-AUDIT-MSG
           EXEC CICS WRITEQ TD
               QUEUE ('AUDT')
               FROM (WS-AUDIT-REC)
               LENGTH (LENGTH OF WS-AUDIT-REC)
           END-EXEC.
       2100-VALIDA-PEDIDO.
      * LAS COMPROBACIONES DE ORDER01 EN SU MISMO ORDEN; LA PRIMERA
      * QUE FALLA RESALTA SU CAMPO Y DETIENE EL PEDIDO.
           MOVE 'N' TO WS-ERROR-CAMPO
           PERFORM 2110-VALIDA-CLIENTE
           IF WS-ERROR-CAMPO = 'N'
              PERFORM 2120-VALIDA-PRODUCTO
           END-IF
           IF WS-ERROR-CAMPO = 'N'
              PERFORM 2130-VALIDA-CANTIDAD
           END-IF
           IF WS-ERROR-CAMPO = 'N'
              PERFORM 2140-PRECIO-LINEA
           END-IF
           IF WS-ERROR-CAMPO = 'N'
              PERFORM 2150-IMPUESTO-LINEA
           END-IF.
       2110-VALIDA-CLIENTE.
      * UN ID CORTO COMO '123' LLEGA CON BLANCOS, ASI QUE LOS
      * DIGITOS SE RECORREN UNO A UNO, COMO EN ORDER01.
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
           IF WS-DIG-MALO = 'Y' OR WS-CUSTID-ENT = SPACES
              MOVE 'Y' TO WS-ERROR-CAMPO
              MOVE 'ID DE CLIENTE NO NUMERICO' TO MSGLO
              MOVE WS-ATTR-BRILLANTE TO CUSTIDA
           ELSE
              MOVE WS-IDNUM-NUM TO IDNUM
              EXEC CICS READ FILE('CUSTMAST')
                 INTO (CUSTOMERDATA)
                 RIDFLD (IDNUM)
                 RESP (WS-RESP)
              END-EXEC
              EVALUATE TRUE
                 WHEN WS-RESP = DFHRESP(NORMAL)
                    MOVE ADDR-STATE TO WS-ORDER-STATE
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
                    MOVE 'ERROR LEYENDO EL FICHERO DE CLIENTES'
                       TO MSGLO
              END-EVALUATE
           END-IF.
       2120-VALIDA-PRODUCTO.
      * EL PRODUCTO DEBE EXISTIR Y LA TALLA SER UNA DE LAS SUYAS.
           EXEC CICS READ FILE('PRODFILE')
              INTO (PRODMAST-RECORD)
              RIDFLD (WS-PROD-ENT)
              RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-ERROR-CAMPO
              MOVE 'PRODUCTO NO ENCONTRADO' TO MSGLO
              MOVE WS-ATTR-BRILLANTE TO PRODA
           ELSE
              MOVE 'N' TO WS-SIZE-OK
              PERFORM VARYING WS-SIZE-IDX FROM 1 BY 1
                 UNTIL WS-SIZE-IDX > 3
                 IF PM-PRODSIZE(WS-SIZE-IDX) = WS-SIZE-ENT
                    AND WS-SIZE-ENT NOT = SPACE
                    MOVE 'Y' TO WS-SIZE-OK
                 END-IF
              END-PERFORM
              IF WS-SIZE-OK = 'N'
                 MOVE 'Y' TO WS-ERROR-CAMPO
                 STRING 'TALLA NO OFRECIDA - TALLAS: '
                    PM-PRODSIZE(1) ' ' PM-PRODSIZE(2) ' '
                    PM-PRODSIZE(3) DELIMITED BY SIZE INTO MSGLO
                 MOVE WS-ATTR-BRILLANTE TO PSIZEA
              END-IF
           END-IF.
       2130-VALIDA-CANTIDAD.
           MOVE 'N' TO WS-DIG-MALO
           MOVE ZERO TO WS-QTY-NUM
           PERFORM VARYING WS-DIG-IDX FROM 1 BY 1
              UNTIL WS-DIG-IDX > 4
              EVALUATE TRUE
                 WHEN WS-QTY-ENT(WS-DIG-IDX:1) IS NUMERIC
                    COMPUTE WS-QTY-NUM = (WS-QTY-NUM * 10)
                       + FUNCTION NUMVAL(
                            WS-QTY-ENT(WS-DIG-IDX:1))
                 WHEN WS-QTY-ENT(WS-DIG-IDX:1) = SPACE
                    CONTINUE
                 WHEN OTHER
                    MOVE 'Y' TO WS-DIG-MALO
              END-EVALUATE
           END-PERFORM
           IF WS-DIG-MALO = 'Y' OR WS-QTY-NUM = ZERO
              MOVE 'Y' TO WS-ERROR-CAMPO
              MOVE 'CANTIDAD NUMERICA Y MAYOR QUE CERO' TO MSGLO
              MOVE WS-ATTR-BRILLANTE TO QTYA
           END-IF.
       2140-PRECIO-LINEA.
      * EL PRECIO DE TARIFA EN VIGOR ES EL DE FECHA EFECTIVA MAS
      * RECIENTE NO POSTERIOR A HOY. EL BROWSE EMPIEZA EN PRODUCTO +
      * TALLA CON FECHA CERO Y AVANZA MIENTRAS SIGA EL MISMO
      * ARTICULO. UN TRAMO DE CANTIDAD MAS BARATO LO MEJORA Y UN
      * CONTRATO DEL CLIENTE EN VIGOR MANDA SOBRE AMBOS. CON EL
      * FICHERO DE PRECIOS EN SERVICIO, UN ARTICULO SIN PRECIO NO
      * SE TOMA; SIN EL FICHERO, EL PEDIDO VA A PRECIO CERO, COMO
      * EN ORDER01.
           MOVE 'N' TO WS-PRICE-FOUND
           MOVE ZERO TO WS-UNIT-PRICE WS-EXT-PRICE
           MOVE 'NONE' TO WS-PRICE-RULE
           MOVE ZERO TO WS-RULE-DATE
           MOVE WS-PROD-ENT TO WS-PRK-PRODNAME
           MOVE WS-SIZE-ENT TO WS-PRK-SIZE
           MOVE ZERO        TO WS-PRK-EFF-DATE
           EXEC CICS STARTBR FILE('PRICFILE')
              RIDFLD (WS-PRC-KEY)
              GTEQ
              RESP (WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 MOVE 'N' TO WS-BROWSE-FIN
                 PERFORM UNTIL WS-BROWSE-FIN = 'S'
                    EXEC CICS READNEXT FILE('PRICFILE')
                       INTO (PRICE-RECORD)
                       RIDFLD (WS-PRC-KEY)
                       RESP (WS-RESP)
                    END-EXEC
                    IF WS-RESP NOT = DFHRESP(NORMAL)
                       OR PRC-PRODNAME NOT = WS-PROD-ENT
                       OR PRC-SIZE NOT = WS-SIZE-ENT
                       OR PRC-EFF-DATE > WS-FECHA
                       MOVE 'S' TO WS-BROWSE-FIN
                    ELSE
                       MOVE PRC-UNIT-PRICE TO WS-UNIT-PRICE
                       MOVE 'Y' TO WS-PRICE-FOUND
                       MOVE 'LIST' TO WS-PRICE-RULE
                       MOVE PRC-EFF-DATE TO WS-RULE-DATE
                    END-IF
                 END-PERFORM
                 EXEC CICS ENDBR FILE('PRICFILE')
                 END-EXEC
              WHEN WS-RESP = DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE 'S' TO WS-PRICE-FOUND
           END-EVALUATE
           IF WS-PRICE-FOUND = 'Y'
              PERFORM 2142-TRAMO-CANTIDAD
              IF WS-TIER-FOUND = 'Y'
                 AND WS-TIER-PRICE < WS-UNIT-PRICE
                 MOVE WS-TIER-PRICE    TO WS-UNIT-PRICE
                 MOVE 'QTYBREAK'       TO WS-PRICE-RULE
                 MOVE WS-TIER-EFF-DATE TO WS-RULE-DATE
              END-IF
           END-IF
           PERFORM 2144-PRECIO-CONTRATO
           IF WS-PRICE-FOUND = 'N'
              MOVE 'Y' TO WS-ERROR-CAMPO
              MOVE 'SIN PRECIO PARA EL ARTICULO - NO SE TOMA'
                 TO MSGLO
              MOVE WS-ATTR-BRILLANTE TO PRODA
           ELSE
              COMPUTE WS-EXT-PRICE = WS-UNIT-PRICE * WS-QTY-NUM
           END-IF.
       2142-TRAMO-CANTIDAD.
      * EL TRAMO DE MAYOR MINIMO QUE ALCANZA LA CANTIDAD; A IGUAL
      * MINIMO, EL DE FECHA EFECTIVA MAS RECIENTE NO POSTERIOR A
      * HOY. SIN EL FICHERO DE TRAMOS SE QUEDA LA TARIFA.
           MOVE 'N' TO WS-TIER-FOUND
           MOVE ZERO TO WS-BEST-MIN-QTY WS-TIER-PRICE WS-TIER-EFF-DATE
           MOVE WS-PROD-ENT TO WS-QBK-PRODNAME
           MOVE WS-SIZE-ENT TO WS-QBK-SIZE
           MOVE ZERO        TO WS-QBK-EFF-DATE WS-QBK-MIN-QTY
           EXEC CICS STARTBR FILE('QBRKFILE')
              RIDFLD (WS-QBR-KEY)
              GTEQ
              RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-BROWSE-FIN
              PERFORM UNTIL WS-BROWSE-FIN = 'S'
                 EXEC CICS READNEXT FILE('QBRKFILE')
                    INTO (QBREAK-RECORD)
                    RIDFLD (WS-QBR-KEY)
                    RESP (WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    OR QBR-PRODNAME NOT = WS-PROD-ENT
                    OR QBR-SIZE NOT = WS-SIZE-ENT
                    OR QBR-EFF-DATE > WS-FECHA
                    MOVE 'S' TO WS-BROWSE-FIN
                 ELSE
                    IF QBR-MIN-QTY <= WS-QTY-NUM
                       AND QBR-MIN-QTY >= WS-BEST-MIN-QTY
                       MOVE QBR-MIN-QTY    TO WS-BEST-MIN-QTY
                       MOVE QBR-EFF-DATE   TO WS-TIER-EFF-DATE
                       MOVE QBR-UNIT-PRICE TO WS-TIER-PRICE
                       MOVE 'Y' TO WS-TIER-FOUND
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('QBRKFILE')
              END-EXEC
           END-IF.
       2144-PRECIO-CONTRATO.
      * EL CONTRATO VALE DESDE SU INICIO HASTA SU FIN, AMBOS
      * INCLUIDOS; LAS CLAVES VIENEN POR FECHA DE INICIO, ASI QUE SI
      * DOS SE SOLAPAN SE QUEDA EL ULTIMO LEIDO, EL MAS RECIENTE.
           MOVE WS-IDNUM-NUM TO WS-CNK-IDNUM
           MOVE WS-PROD-ENT  TO WS-CNK-PRODNAME
           MOVE WS-SIZE-ENT  TO WS-CNK-SIZE
           MOVE ZERO         TO WS-CNK-START-DATE
           EXEC CICS STARTBR FILE('CONTFILE')
              RIDFLD (WS-CON-KEY)
              GTEQ
              RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-BROWSE-FIN
              PERFORM UNTIL WS-BROWSE-FIN = 'S'
                 EXEC CICS READNEXT FILE('CONTFILE')
                    INTO (CONTRACT-RECORD)
                    RIDFLD (WS-CON-KEY)
                    RESP (WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    OR CON-IDNUM NOT = WS-IDNUM-NUM
                    OR CON-PRODNAME NOT = WS-PROD-ENT
                    OR CON-SIZE NOT = WS-SIZE-ENT
                    OR CON-START-DATE > WS-FECHA
                    MOVE 'S' TO WS-BROWSE-FIN
                 ELSE
                    IF CON-END-DATE >= WS-FECHA
                       MOVE CON-UNIT-PRICE TO WS-UNIT-PRICE
                       MOVE 'CONTRACT'     TO WS-PRICE-RULE
                       MOVE CON-START-DATE TO WS-RULE-DATE
                       MOVE 'Y' TO WS-PRICE-FOUND
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('CONTFILE')
              END-EXEC
           END-IF.
       2150-IMPUESTO-LINEA.
      * EL TIPO SIGUE AL ESTADO DEL CLIENTE; UN ESTADO SIN LINEA
      * EN taxrate.dat TRIBUTA A CERO, Y UN CLIENTE CON CERTIFICADO
      * DE EXENCION EN VIGOR PARA ESE ESTADO NO PAGA IMPUESTO,
      * COMO EN ORDER01 Y ORDBATCH.
           MOVE ZERO TO WS-TAX-AMT
           IF WS-ORDER-STATE NOT = SPACES
              EXEC CICS READ FILE('TAXFILE')
                 INTO (TAXRATE-RECORD)
                 RIDFLD (WS-ORDER-STATE)
                 RESP (WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 COMPUTE WS-TAX-AMT ROUNDED =
                    WS-EXT-PRICE * TX-RATE
              END-IF
              PERFORM 2152-EXENCION
              IF WS-EXENTO = 'Y'
                 MOVE ZERO TO WS-TAX-AMT
              END-IF
           END-IF.
       2152-EXENCION.
      * SIN CERTIFICADOS DEL CLIENTE (NOTFND) O SIN EL FICHERO NO
      * HAY EXENCION, IGUAL QUE SIN TIPO EN TAXFILE NO HAY IMPUESTO.
      * VALE EL CERTIFICADO DEL ESTADO DEL PEDIDO QUE NO HAYA
      * CADUCADO A LA FECHA DEL PEDIDO.
           MOVE 'N' TO WS-EXENTO
           MOVE WS-IDNUM-NUM TO WS-TXK-IDNUM
           MOVE LOW-VALUES   TO WS-TXK-CERT-NUM
           EXEC CICS STARTBR FILE('TXEFILE')
              RIDFLD (WS-TXE-KEY)
              GTEQ
              RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-BROWSE-FIN
              PERFORM UNTIL WS-BROWSE-FIN = 'S'
                 EXEC CICS READNEXT FILE('TXEFILE')
                    INTO (TAX-EXEMPT-RECORD)
                    RIDFLD (WS-TXE-KEY)
                    RESP (WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    OR TXE-IDNUM NOT = WS-IDNUM-NUM
                    MOVE 'S' TO WS-BROWSE-FIN
                 ELSE
                    IF TXE-STATE = WS-ORDER-STATE
                       AND TXE-EXPIRY-DATE >= WS-FECHA
                       MOVE 'Y' TO WS-EXENTO
                       MOVE 'S' TO WS-BROWSE-FIN
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('TXEFILE')
              END-EXEC
           END-IF.
       2500-GRABA-PEDIDO.
      * CREDITO, EXISTENCIAS Y NUMERO SE LEEN CON UPDATE Y QUEDAN
      * RETENIDOS HASTA QUE EL PEDIDO ESTA GRABADO; CUALQUIER FALLO
      * POSTERIOR DESHACE TODO CON SYNCPOINT ROLLBACK.
           PERFORM 2510-CONTROLA-CREDITO
           IF WS-CREDIT-OK = 'Y'
              PERFORM 2520-CONTROLA-STOCK
              PERFORM 2530-ASIGNA-NUMERO
              IF WS-ERROR-CAMPO = 'N'
                 PERFORM 2540-ESCRIBE-PEDIDO
              END-IF
           END-IF.
       2510-CONTROLA-CREDITO.
      * EL VALOR DEL PEDIDO DEBE CABER EN EL CREDITO DISPONIBLE
      * (LIMITE MENOS SALDO) DEL GRUPO DEL CLIENTE: EL CLIENTE SOLO,
      * O LA MATRIZ CON TODAS SUS SUCURSALES; UN SUPERVISOR PUEDE
      * FORZARLO CON S EN EL CAMPO DE FORZADO. UN CLIENTE RETENIDO
      * POR COBROS, O CUYA MATRIZ LO ESTA, NO TOMA PEDIDOS NI
      * ADMITE FORZADO. SIN REGISTRO DE CREDITO EN EL GRUPO, O SIN
      * EL FICHERO, NO SE CONTROLA. EL CARGO VA AL REGISTRO DE QUIEN
      * RECIBIRA LA FACTURA: LA MATRIZ SI LA SUCURSAL SE FACTURA A
      * ELLA (O NO TIENE REGISTRO PROPIO), SI NO EL PROPIO CLIENTE.
           MOVE 'Y' TO WS-CREDIT-OK
           MOVE 'N' TO WS-CREDIT-FOUND
           MOVE 'N' TO WS-OVERRIDE-USED
           PERFORM 2505-GRUPO-CREDITO
           MOVE WS-IDNUM-NUM TO WS-CRD-KEY
           IF WS-PADRE-CREDITO = 'S'
              AND (WS-GRUPO-FACTURA = 'Y' OR WS-PROPIO-CREDITO = 'N')
              MOVE WS-GRUPO-PADRE TO WS-CRD-KEY
           END-IF
           EXEC CICS READ FILE('CREDFILE')
              INTO (CREDIT-RECORD)
              RIDFLD (WS-CRD-KEY)
              UPDATE
              RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-CREDIT-FOUND
              IF CRD-ON-HOLD OR WS-GRUPO-RETENIDO = 'S'
                 MOVE 'N' TO WS-CREDIT-OK
                 MOVE 'CLIENTE RETENIDO POR COBROS - NO SE TOMA'
                    TO MSGLO
                 MOVE WS-ATTR-BRILLANTE TO CUSTIDA
              ELSE
                 COMPUTE WS-AVAILABLE =
                    WS-GRUPO-LIMITE - WS-GRUPO-SALDO
                 IF WS-EXT-PRICE > WS-AVAILABLE
                    IF WS-OVERRD-ENT = 'S'
                       MOVE 'Y' TO WS-OVERRIDE-USED
                    ELSE
                       MOVE 'N' TO WS-CREDIT-OK
                       MOVE WS-AVAILABLE TO DIS-AVAILABLE
                       IF WS-GRUPO-MIEMBROS > 1
                          STRING 'EXCEDE EL CREDITO DEL GRUPO: '
                             DIS-AVAILABLE
                             DELIMITED BY SIZE INTO MSGLO
                       ELSE
                          STRING 'EXCEDE EL CREDITO: ' DIS-AVAILABLE
                             DELIMITED BY SIZE INTO MSGLO
                       END-IF
                       MOVE WS-ATTR-BRILLANTE TO OVERRDA
                    END-IF
                 END-IF
              END-IF
              IF WS-CREDIT-OK = 'N'
                 EXEC CICS UNLOCK FILE('CREDFILE')
                 END-EXEC
              END-IF
           END-IF.
       2505-GRUPO-CREDITO.
      * LA MATRIZ DEL CLIENTE SALE DE SU LINEA EN LINKFILE; SIN
      * LINEA, EL CLIENTE ES SU PROPIA MATRIZ. SE SUMAN LIMITE Y
      * SALDO DE LA MATRIZ Y DE CADA SUCURSAL QUE CUELGA DE ELLA,
      * RECORRIENDO LINKFILE ENTERO. SIN EL FICHERO EL GRUPO ES EL
      * CLIENTE SOLO.
           MOVE WS-IDNUM-NUM TO WS-GRUPO-PADRE
           MOVE 'N' TO WS-GRUPO-FACTURA WS-GRUPO-RETENIDO
           MOVE 'N' TO WS-PADRE-CREDITO WS-PROPIO-CREDITO
           MOVE ZERO TO WS-GRUPO-LIMITE WS-GRUPO-SALDO
           MOVE ZERO TO WS-GRUPO-MIEMBROS
           MOVE WS-IDNUM-NUM TO WS-CLK-KEY
           EXEC CICS READ FILE('LINKFILE')
              INTO (CUSTOMER-LINK-RECORD)
              RIDFLD (WS-CLK-KEY)
              RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE CLK-PARENT  TO WS-GRUPO-PADRE
              MOVE CLK-BILL-TO TO WS-GRUPO-FACTURA
           END-IF
           MOVE WS-GRUPO-PADRE TO WS-MIEMBRO
           PERFORM 2507-SUMA-MIEMBRO
           MOVE ZERO TO WS-CLK-KEY
           EXEC CICS STARTBR FILE('LINKFILE')
              RIDFLD (WS-CLK-KEY)
              GTEQ
              RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-BROWSE-FIN
              PERFORM UNTIL WS-BROWSE-FIN = 'S'
                 EXEC CICS READNEXT FILE('LINKFILE')
                    INTO (CUSTOMER-LINK-RECORD)
                    RIDFLD (WS-CLK-KEY)
                    RESP (WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'S' TO WS-BROWSE-FIN
                 ELSE
                    IF CLK-PARENT = WS-GRUPO-PADRE
                       MOVE CLK-IDNUM TO WS-MIEMBRO
                       PERFORM 2507-SUMA-MIEMBRO
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('LINKFILE')
              END-EXEC
           END-IF.
       2507-SUMA-MIEMBRO.
           MOVE WS-MIEMBRO TO WS-CRD-KEY
           EXEC CICS READ FILE('CREDFILE')
              INTO (CREDIT-RECORD)
              RIDFLD (WS-CRD-KEY)
              RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              ADD 1 TO WS-GRUPO-MIEMBROS
              ADD CRD-LIMIT   TO WS-GRUPO-LIMITE
              ADD CRD-BALANCE TO WS-GRUPO-SALDO
              IF WS-MIEMBRO = WS-IDNUM-NUM
                 MOVE 'S' TO WS-PROPIO-CREDITO
                 IF CRD-ON-HOLD
                    MOVE 'S' TO WS-GRUPO-RETENIDO
                 END-IF
              END-IF
              IF WS-MIEMBRO = WS-GRUPO-PADRE
                 AND WS-MIEMBRO NOT = WS-IDNUM-NUM
                 MOVE 'S' TO WS-PADRE-CREDITO
                 IF CRD-ON-HOLD
                    MOVE 'S' TO WS-GRUPO-RETENIDO
                 END-IF
              END-IF
           END-IF.
       2520-CONTROLA-STOCK.
      * SI LA ESTANTERIA NO CUBRE LA LINEA, O NO HAY REGISTRO DE
      * EXISTENCIAS DEL ARTICULO, EL PEDIDO SALE PENDIENTE (B) Y NO
      * TOCA EL STOCK HASTA QUE BOALLOC LO LIBERE. SIN EL FICHERO
      * NO SE CONTROLA Y EL PEDIDO SALE ABIERTO. UN KIT SE CONTROLA
      * COMPONENTE A COMPONENTE.
           MOVE 'N' TO WS-STOCK-SHORT
           MOVE 'N' TO WS-ONHAND-FOUND
           MOVE 'N' TO WS-KIT-STOCK
           PERFORM 2515-LEE-KIT
           IF WS-KC-COUNT > ZERO
              PERFORM 2525-CONTROLA-KIT
           ELSE
              PERFORM 2522-CONTROLA-ARTICULO
           END-IF.
       2522-CONTROLA-ARTICULO.
           MOVE WS-PROD-ENT TO WS-OHK-PRODNAME
           MOVE WS-SIZE-ENT TO WS-OHK-SIZE
           EXEC CICS READ FILE('ONHFILE')
              INTO (ONHAND-RECORD)
              RIDFLD (WS-OH-KEY)
              UPDATE
              RESP (WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 IF OH-ONHAND < WS-QTY-NUM
                    MOVE 'Y' TO WS-STOCK-SHORT
                    EXEC CICS UNLOCK FILE('ONHFILE')
                    END-EXEC
                 ELSE
                    MOVE 'Y' TO WS-ONHAND-FOUND
                 END-IF
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'Y' TO WS-STOCK-SHORT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       2515-LEE-KIT.
      * RECOGE LOS COMPONENTES DEL KIT CON LA CANTIDAD QUE PIDE EL
      * PEDIDO; SIN LINEAS EN KITFILE EL ARTICULO NO ES UN KIT.
           MOVE ZERO TO WS-KC-COUNT
           MOVE WS-PROD-ENT TO WS-KTK-PRODNAME
           MOVE WS-SIZE-ENT TO WS-KTK-SIZE
           MOVE LOW-VALUES  TO WS-KTK-COMPONENTE
           EXEC CICS STARTBR FILE('KITFILE')
              RIDFLD (WS-KIT-KEY)
              GTEQ
              RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-BROWSE-FIN
              PERFORM UNTIL WS-BROWSE-FIN = 'S'
                 EXEC CICS READNEXT FILE('KITFILE')
                    INTO (KIT-RECORD)
                    RIDFLD (WS-KIT-KEY)
                    RESP (WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    OR KIT-PRODNAME NOT = WS-PROD-ENT
                    OR KIT-SIZE NOT = WS-SIZE-ENT
                    OR WS-KC-COUNT >= 20
                    MOVE 'S' TO WS-BROWSE-FIN
                 ELSE
                    ADD 1 TO WS-KC-COUNT
                    MOVE KIT-COMP-PRODNAME
                       TO WS-KC-PRODNAME(WS-KC-COUNT)
                    MOVE KIT-COMP-SIZE TO WS-KC-SIZE(WS-KC-COUNT)
                    COMPUTE WS-KC-NEED(WS-KC-COUNT) =
                       KIT-COMP-QTY * WS-QTY-NUM
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('KITFILE')
              END-EXEC
           END-IF.
       2525-CONTROLA-KIT.
      * AQUI SOLO SE CONSULTA, SIN UPDATE: CICS NO ADMITE DOS
      * LECTURAS PARA ACTUALIZAR DEL MISMO FICHERO A LA VEZ. LOS
      * COMPONENTES SE DESCUENTAN UNO A UNO AL GRABAR EL PEDIDO.
           MOVE 'S' TO WS-KIT-STOCK
           PERFORM VARYING WS-KC-IDX FROM 1 BY 1
              UNTIL WS-KC-IDX > WS-KC-COUNT
              MOVE WS-KC-PRODNAME(WS-KC-IDX) TO WS-OHK-PRODNAME
              MOVE WS-KC-SIZE(WS-KC-IDX)     TO WS-OHK-SIZE
              EXEC CICS READ FILE('ONHFILE')
                 INTO (ONHAND-RECORD)
                 RIDFLD (WS-OH-KEY)
                 RESP (WS-RESP)
              END-EXEC
              EVALUATE TRUE
                 WHEN WS-RESP = DFHRESP(NORMAL)
                    IF OH-ONHAND < WS-KC-NEED(WS-KC-IDX)
                       MOVE 'Y' TO WS-STOCK-SHORT
                    END-IF
                 WHEN WS-RESP = DFHRESP(NOTFND)
                    MOVE 'Y' TO WS-STOCK-SHORT
                 WHEN OTHER
                    MOVE 'N' TO WS-KIT-STOCK
              END-EVALUATE
           END-PERFORM
           IF WS-STOCK-SHORT = 'Y'
              MOVE 'N' TO WS-KIT-STOCK
           END-IF.
       2530-ASIGNA-NUMERO.
      * UN CONTADOR VACIO EMPIEZA LA SERIE EN 1, COMO EN ORDER01.
           MOVE 'N' TO WS-ORDNUM-NUEVO
           MOVE 1 TO WS-NEXT-ORDER-NUM
           EXEC CICS READ FILE('ORDNUM')
              INTO (ORDNUM-RECORD)
              RIDFLD (WS-ORDNUM-RRN)
              RRN
              UPDATE
              RESP (WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 IF ONO-NEXT IS NUMERIC AND ONO-NEXT > ZERO
                    MOVE ONO-NEXT TO WS-NEXT-ORDER-NUM
                 END-IF
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'S' TO WS-ORDNUM-NUEVO
              WHEN OTHER
                 MOVE 'Y' TO WS-ERROR-CAMPO
                 MOVE 'SIN CONTADOR DE PEDIDOS - NO SE TOMA'
                    TO MSGLO
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
           END-EVALUATE.
       2540-ESCRIBE-PEDIDO.
           MOVE SPACES TO ORDER-RECORD
           MOVE WS-FECHA          TO ORD-DATE
           MOVE WS-IDNUM-NUM      TO ORD-IDNUM
           MOVE WS-PROD-ENT       TO ORD-PRODNAME
           MOVE WS-SIZE-ENT       TO ORD-SIZE
           MOVE WS-QTY-NUM        TO ORD-QTY
           MOVE WS-UNIT-PRICE     TO ORD-UNIT-PRICE
           MOVE WS-EXT-PRICE      TO ORD-EXT-PRICE
           IF WS-STOCK-SHORT = 'Y'
              MOVE 'B' TO ORD-STATUS
           ELSE
              MOVE 'O' TO ORD-STATUS
           END-IF
           MOVE WS-NEXT-ORDER-NUM TO ORD-ORDER-NUM
           MOVE 1                 TO ORD-LINE-NUM
           MOVE WS-TAX-AMT        TO ORD-TAX-AMT
           MOVE ZERO              TO ORD-SHIPTO-NUM
           EXEC CICS WRITE FILE('ORDFILE')
              FROM (ORDER-RECORD)
              RIDFLD (ORD-KEY)
              RESP (WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 MOVE 'N' TO WS-KIT-CAMBIO
                 IF WS-KIT-STOCK = 'S'
                    PERFORM 2555-DESCUENTA-COMPONENTE
                       VARYING WS-KC-IDX FROM 1 BY 1
                       UNTIL WS-KC-IDX > WS-KC-COUNT
                          OR WS-KIT-CAMBIO = 'S'
                 END-IF
                 IF WS-KIT-CAMBIO = 'S'
                    EXEC CICS SYNCPOINT ROLLBACK
                    END-EXEC
                    MOVE 'EL STOCK DEL KIT HA CAMBIADO - REPITA'
                       TO MSGLO
                 ELSE
                    PERFORM 2550-ACTUALIZA-FICHEROS
                    PERFORM 2575-ANOTA-PRECIO
                    PERFORM 2545-MUESTRA-PEDIDO
                 END-IF
              WHEN WS-RESP = DFHRESP(DUPREC)
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 STRING 'PEDIDO ' WS-NEXT-ORDER-NUM
                    ' YA EXISTE - VER ordnum.dat'
                    DELIMITED BY SIZE INTO MSGLO
              WHEN OTHER
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 MOVE 'ERROR GRABANDO EL PEDIDO' TO MSGLO
           END-EVALUATE.
       2545-MUESTRA-PEDIDO.
           MOVE 'S' TO WS-GRABADO
           MOVE WS-NEXT-ORDER-NUM TO ORDNUMO
           MOVE WS-UNIT-PRICE     TO DIS-UNIT-PRICE
           MOVE DIS-UNIT-PRICE    TO UPRICEO
           MOVE WS-EXT-PRICE      TO DIS-EXT-PRICE
           MOVE DIS-EXT-PRICE     TO EXTPRCO
           MOVE WS-TAX-AMT        TO DIS-TAX-AMT
           MOVE DIS-TAX-AMT       TO TAXAMTO
           MOVE ORD-STATUS        TO ORDSTO
           IF WS-STOCK-SHORT = 'Y'
              MOVE 'PEDIDO GRABADO - PENDIENTE DE STOCK' TO MSGLO
           ELSE
              MOVE 'PEDIDO GRABADO' TO MSGLO
           END-IF.
       2550-ACTUALIZA-FICHEROS.
      * CON EL PEDIDO YA GRABADO: AVANZA EL CONTADOR, SACA EL STOCK
      * DE LA ESTANTERIA Y CARGA EL VALOR EN EL SALDO DE CREDITO.
           COMPUTE ONO-NEXT = WS-NEXT-ORDER-NUM + 1
           IF WS-ORDNUM-NUEVO = 'S'
              EXEC CICS WRITE FILE('ORDNUM')
                 FROM (ORDNUM-RECORD)
                 RIDFLD (WS-ORDNUM-RRN)
                 RRN
                 RESP (WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS REWRITE FILE('ORDNUM')
                 FROM (ORDNUM-RECORD)
                 RESP (WS-RESP)
              END-EXEC
           END-IF
           IF WS-ONHAND-FOUND = 'Y'
              SUBTRACT WS-QTY-NUM FROM OH-ONHAND
              EXEC CICS REWRITE FILE('ONHFILE')
                 FROM (ONHAND-RECORD)
                 RESP (WS-RESP)
              END-EXEC
              MOVE WS-PROD-ENT TO WS-MOV-PRODNAME
              MOVE WS-SIZE-ENT TO WS-MOV-SIZE
              MOVE WS-QTY-NUM  TO WS-MOV-QTY
              PERFORM 2560-ANOTA-MOVIMIENTO
           END-IF
           IF WS-CREDIT-FOUND = 'Y'
              MOVE CREDIT-RECORD TO CJR-BEFORE-IMAGE
              ADD WS-EXT-PRICE TO CRD-BALANCE
              MOVE CREDIT-RECORD TO CJR-AFTER-IMAGE
              EXEC CICS REWRITE FILE('CREDFILE')
                 FROM (CREDIT-RECORD)
                 RESP (WS-RESP)
              END-EXEC
              IF WS-OVERRIDE-USED = 'Y'
                 PERFORM 2570-ANOTA-FORZADO
              END-IF
           END-IF.
       2555-DESCUENTA-COMPONENTE.
      * SI OTRO TERMINAL SE HA LLEVADO EL COMPONENTE DESDE LA
      * CONSULTA, EL PEDIDO ENTERO SE DESHACE PARA REPETIRLO.
           MOVE WS-KC-PRODNAME(WS-KC-IDX) TO WS-OHK-PRODNAME
           MOVE WS-KC-SIZE(WS-KC-IDX)     TO WS-OHK-SIZE
           EXEC CICS READ FILE('ONHFILE')
              INTO (ONHAND-RECORD)
              RIDFLD (WS-OH-KEY)
              UPDATE
              RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              AND OH-ONHAND NOT < WS-KC-NEED(WS-KC-IDX)
              SUBTRACT WS-KC-NEED(WS-KC-IDX) FROM OH-ONHAND
              EXEC CICS REWRITE FILE('ONHFILE')
                 FROM (ONHAND-RECORD)
                 RESP (WS-RESP)
              END-EXEC
              MOVE WS-KC-PRODNAME(WS-KC-IDX) TO WS-MOV-PRODNAME
              MOVE WS-KC-SIZE(WS-KC-IDX)     TO WS-MOV-SIZE
              MOVE WS-KC-NEED(WS-KC-IDX)     TO WS-MOV-QTY
              PERFORM 2560-ANOTA-MOVIMIENTO
           ELSE
              MOVE 'S' TO WS-KIT-CAMBIO
           END-IF.
       2560-ANOTA-MOVIMIENTO.
      * LA SALIDA DE ESTANTERIA VA A LA HISTORIA DE MOVIMIENTOS POR
      * LA COLA SMOV, CON LA REFERENCIA DEL NUMERO DE PEDIDO.
           MOVE SPACES            TO MOV-RECORD
           MOVE WS-FECHA          TO MOV-DATE
           MOVE WS-HORA           TO MOV-TIME
           MOVE WS-MOV-PRODNAME   TO MOV-PRODNAME
           MOVE WS-MOV-SIZE       TO MOV-SIZE
           MOVE 'PRUEBAC3'        TO MOV-SOURCE
           MOVE WS-NEXT-ORDER-NUM TO MOV-REF
           COMPUTE MOV-QTY = ZERO - WS-MOV-QTY
           MOVE OH-ONHAND         TO MOV-BALANCE
           EXEC CICS WRITEQ TD
              QUEUE ('SMOV')
              FROM (MOV-RECORD)
              LENGTH (LENGTH OF MOV-RECORD)
           END-EXEC.
       2570-ANOTA-FORZADO.
      * UNA LINEA POR FORZADO, CON EL REGISTRO DE CREDITO ANTES Y
      * DESPUES DEL CARGO, EN EL MISMO DIARIO QUE ORDER01.
           MOVE 'OVERRIDE'        TO CJR-ACTION
           MOVE WS-FECHA          TO CJR-DATE
           MOVE WS-HORA           TO CJR-TIME
           MOVE WS-IDNUM-NUM      TO CJR-IDNUM
           MOVE WS-EXT-PRICE      TO CJR-ORDER-VALUE
           EXEC CICS WRITEQ TD
              QUEUE ('CJRN')
              FROM (CREDIT-JOURNAL-RECORD)
              LENGTH (LENGTH OF CREDIT-JOURNAL-RECORD)
           END-EXEC.
       2575-ANOTA-PRECIO.
      * UNA LINEA POR PEDIDO CON LA REGLA QUE LE PUSO PRECIO, EN EL
      * MISMO DIARIO QUE ORDER01 Y ORDBATCH.
           MOVE SPACES            TO CREDIT-JOURNAL-RECORD
           MOVE 'PRICED'          TO CJR-ACTION
           MOVE WS-FECHA          TO CJR-DATE
           MOVE WS-HORA           TO CJR-TIME
           MOVE WS-IDNUM-NUM      TO CJR-IDNUM
           MOVE WS-EXT-PRICE      TO CJR-ORDER-VALUE
           MOVE WS-NEXT-ORDER-NUM TO CJR-ORDER-NUM
           MOVE WS-PROD-ENT       TO CJR-PRODNAME
           MOVE WS-SIZE-ENT       TO CJR-SIZE
           MOVE WS-QTY-NUM        TO CJR-QTY
           MOVE WS-UNIT-PRICE     TO CJR-UNIT-PRICE
           MOVE WS-PRICE-RULE     TO CJR-PRICE-RULE
           MOVE WS-RULE-DATE      TO CJR-RULE-DATE
           EXEC CICS WRITEQ TD
              QUEUE ('CJRN')
              FROM (CREDIT-JOURNAL-RECORD)
              LENGTH (LENGTH OF CREDIT-JOURNAL-RECORD)
           END-EXEC.
       3000-FIN.
      * DEVOLVEMOS EL CONTROL AL CICS CON NUESTRO PROPIO TRANSID,
      * PARA QUE EL ENTER DEL OPERADOR VUELVA A INVOCAR LA
      * TRANSACCION Y EL RECEIVE MAP RECOJA EL SIGUIENTE PEDIDO.
           EXEC CICS RETURN
              TRANSID (EIBTRNID)
           END-EXEC.
