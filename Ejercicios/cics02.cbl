          05 FILLER       PIC X(5) VALUE ' EST '.
          05 WS-OL-STATUS PIC X.
       01 WS-ORD-COUNT    PIC 9(4) VALUE ZERO.
      * CLAVE DEL BROWSE SOBRE EL KSDS: NUMERO DE PEDIDO + LINEA,
      * EL MISMO ORD-KEY DE ORDREC.
       01 WS-ORD-KEY      PIC X(10) VALUE LOW-VALUES.
       01 WS-BROWSE-FIN   PIC X VALUE 'N'.
      *
      * SEGURIDAD DE SESION: EL COMANDO SIGN VALIDA AL OPERADOR
      * OPERMAST, CLAVE OPR-ID) Y GUARDA EL TOKEN DE SESION EN UNA
      * COLA TS POR TERMINAL. LOS INTENTOS FALLIDOS SE ANOTAN EN
      * LA COLA AUDT PARA QUE AUDTRPT LOS RECOJA.
      * LA CLAVE NO SE GUARDA EN CLARO: SE COMPRUEBA CON LA RUTINA
      * COMUN PWDHASH (CALL CON EL MISMO AREA QUE USA EL BATCH; LA
      * FUNCION VRFY NO HACE E/S NI ACCEPT, ASI QUE PUEDE LLAMARSE
      * DESDE CICS), QUE CALCULA EL HASH CON LA SAL DEL OPERADOR.
       COPY OPRREC.
       01 PWDHASH-PARMS.
          05 PWH-FUNCTION    PIC X(4).
          05 PWH-OPERATOR-ID PIC X(8).
          05 PWH-PASSWORD    PIC X(8).
          05 PWH-SALT        PIC X(8).
          05 PWH-STORED-HASH PIC X(18).
          05 PWH-HISTORY     PIC X(76).
          05 PWH-NEW-HASH    PIC X(18).
          05 PWH-RC          PIC 9(2).
       01 WS-OPER-LEIDO   PIC X VALUE 'N'.
       01 WS-CLAVE-OK     PIC X VALUE 'N'.
       01 WS-SIGN-QUEUE.
          05 FILLER        PIC X(4) VALUE 'SGN-'.
          05 WS-SQ-TERM    PIC X(4).
                 MOVE 'EMPLEADO:'       TO WS-TEXTO
           END-EVALUATE.
       2300-CONSULTA-PEDIDOS.
      * RECORRE EL FICHERO DE PEDIDOS (KSDS ORDFILE, CLAVE PEDIDO
      * + LINEA) DESDE LA CLAVE MAS BAJA CONTANDO LAS
      * LINEAS DEL CLIENTE PEDIDO Y RESPONDE CON EL RECUENTO Y EL
      * ULTIMO PEDIDO ENCONTRADO.
           IF WS-OPERANDO(1:5) NOT NUMERIC
              MOVE 'ERROR   :' TO WS-TEXTO
              MOVE 'USO: ORD nnnnn (ID NUMERICO)' TO WS-MENSAJE-S
           ELSE
              MOVE ZERO TO WS-ORD-COUNT
              MOVE LOW-VALUES TO WS-ORD-KEY
              MOVE 'N' TO WS-BROWSE-FIN
              EXEC CICS STARTBR FILE('ORDFILE')
                 RIDFLD (WS-ORD-KEY)
                 GTEQ
                 RESP (WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
      * SIGN opid password: VALIDA CONTRA OPERMAST Y GUARDA EL
      * TOKEN EN LA COLA TS DEL TERMINAL. SOLO LOS OPERADORES
      * ACTIVOS (NI REVOCADOS NI BLOQUEADOS) FIRMAN; CADA FALLO
      * QUEDA EN LA COLA AUDT. EL OPERADOR CON CAMBIO DE CLAVE
      * PENDIENTE (NUEVO, CONVERTIDO POR OPRCONV O CON LA CLAVE
      * RESTABLECIDA) NO FIRMA HASTA CAMBIARLA EN CONSOLA.
           MOVE WS-OPERANDO(1:8) TO WS-SIGN-OPER
           MOVE WS-RESTO(1:8)    TO WS-SIGN-PASS
           MOVE 'N' TO WS-OPER-LEIDO
           MOVE 'N' TO WS-CLAVE-OK
           MOVE WS-SIGN-OPER TO OPR-ID
           EXEC CICS READ FILE('OPERMAST')
              INTO (OPERATOR-RECORD)
              RIDFLD (OPR-ID)
              RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'S' TO WS-OPER-LEIDO
              PERFORM 2420-VERIFICA-CLAVE
           END-IF
           EVALUATE TRUE
              WHEN WS-OPER-LEIDO = 'N'
                 PERFORM 2450-FIRMA-FALLIDA
              WHEN OPR-STATUS = 'R' OR OPR-STATUS = 'L'
                 PERFORM 2450-FIRMA-FALLIDA
              WHEN WS-CLAVE-OK = 'N'
                 PERFORM 2450-FIRMA-FALLIDA
              WHEN OPR-FORCE-CHANGE = 'Y'
                 PERFORM 2450-FIRMA-FALLIDA
                 MOVE 'CAMBIE LA CLAVE EN CONSOLA' TO WS-MENSAJE-S
              WHEN OTHER
                 MOVE WS-SIGN-OPER    TO WS-TOK-OPERATOR
                 MOVE OPR-AUTHORITY   TO WS-TOK-AUTH
                 MOVE 'FIRMADO :' TO WS-TEXTO
                 MOVE 'SESION ABIERTA' TO WS-MENSAJE-S
           END-EVALUATE.
       2420-VERIFICA-CLAVE.
      * PWDHASH DEVUELVE 00 SI LA CLAVE TECLEADA DA EL HASH GUARDADO;
      * SIN LA RUTINA LA FIRMA SE RECHAZA.
           MOVE 'VRFY'       TO PWH-FUNCTION
           MOVE OPR-ID       TO PWH-OPERATOR-ID
           MOVE WS-SIGN-PASS TO PWH-PASSWORD
           MOVE OPR-SALT     TO PWH-SALT
           MOVE OPR-PWD-HASH TO PWH-STORED-HASH
           MOVE 8            TO PWH-RC
           CALL 'PWDHASH' USING PWDHASH-PARMS
              ON EXCEPTION MOVE 8 TO PWH-RC
           END-CALL
           IF PWH-RC = ZERO
              MOVE 'S' TO WS-CLAVE-OK
           END-IF.
       2450-FIRMA-FALLIDA.
           MOVE 'ERROR   :' TO WS-TEXTO
           MOVE 'FIRMA RECHAZADA' TO WS-MENSAJE-S
