      *(RECIBOS-MEMB.NUM / RECIBOS-MEMB.LST) Y DEJA LA NOTA FECHADA
      *AUTOMATICA EN SIENT01T.FIC COMO LOS DEMAS EVENTOS
      *IMPORTANTES.
      *15/10/2026 - EL RECIBO DEL SOCIO CON DIRECCION DE CORREO
      *  ELECTRONICO (ENT-EMAIL, SIN MARCA DE REBOTE NI PREFERENCIA
      *  SIN CARTAS) SALE COMO MENSAJE EN LA COLA CORREO-SALIDA.DAT
      *  EN LUGAR DE IMPRIMIRSE.
      *15/10/2026 - LA CUOTA SE PUEDE CUBRIR CON EL SALDO PREPAGO
      *  DEL SOCIO (PREPAGOS-SOCIOS.DAT): LA PARTE PAGADA CON SALDO
      *  SE DESCUENTA DEL MAYOR DE PREPAGOS CON EL NUMERO DE RECIBO
      *  Y VA A LA CAJA COMO TIPO "S" PARA QUE EL CIERRE Z NO LA
      *  ESPERE EN EL CAJON.
      *15/10/2026 - LA SUCURSAL QUE TOMA EL ENTER SALE DEL PARAMETRO
      *  SUCURSAL-DEF (MANT-PARAMETROS); SIN PARAMETRO SIGUE "SED".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAJA.

           SELECT PREPAGOS ASSIGN TO "PREPAGOS-SOCIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PREPAGOS.

           SELECT RECIBO-NUMERADOR ASSIGN TO "RECIBOS-MEMB.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERADOR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECIBOS.

      *COLA DE CORREO SALIENTE QUE LEVANTA LA PASARELA DE CORREO
      *(VER CORREO-DEVUELTO.CBL) Y SU NUMERADOR DE MENSAJES.
           SELECT COLA-CORREO ASSIGN TO "CORREO-SALIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COLA-CORREO.

           SELECT COLA-NUMERADOR ASSIGN TO "CORREO-SALIDA.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COLA-NUMERADOR.

      *FICHERO DE NOTAS POR SOCIO DE SIENT01T.
           SELECT REG-NOTAS ASSIGN TO "sient01t.fic"
               ORGANIZATION IS INDEXED
           05 FILLER                  PIC X(11).
      *CLASE DE SOCIO (MANT-CLASES): SU CUOTA PISA LA GENERAL.
           05 SOCIO-CLASE-STATUS      PIC X(01).
           05 FILLER                  PIC X(01).
      *PREFERENCIA SIN CARTAS, CORREO ELECTRONICO Y MARCA DE REBOTE:
      *DECIDEN SI EL RECIBO SALE POR CORREO ELECTRONICO.
           05 SOCIO-SIN-CARTAS-STATUS PIC X(01).
               88 SOCIO-SIN-CARTAS    VALUE "S" "s".
           05 SOCIO-EMAIL-STATUS      PIC X(50).
           05 SOCIO-EMAIL-REB-STATUS  PIC X(01).
               88 SOCIO-EMAIL-REBOTADO VALUE "S" "s".
           05 FILLER                  PIC X(261).

       FD CLASES-SOCIO.
       01 DATOS-CLASE.
           05 CAJA-FECHA              PIC 9(8).
           05 CAJA-TIPO               PIC X(01).
               88 CAJA-INGRESO        VALUE "I".
               88 CAJA-CONSUMO-PREPAGO VALUE "S".
           05 CAJA-IMPORTE            PIC 9(6)V99.
           05 CAJA-REFERENCIA         PIC X(10).
           05 CAJA-SUCURSAL           PIC X(03).
      *OPERADOR QUE ASENTO EL MOVIMIENTO (AGREGADA AL FINAL).
           05 CAJA-OPERADOR           PIC X(11).

      *MAYOR DE SALDO PREPAGO: LA CARGA ("C") SUMA, LO DEMAS RESTA.
       FD PREPAGOS.
       01 LINEA-PREPAGO.
           05 PPG-SOCIO-ID            PIC 9(6).
           05 PPG-FECHA               PIC 9(8).
           05 PPG-TIPO                PIC X(01).
               88 PPG-CARGA           VALUE "C".
               88 PPG-RENOVACION      VALUE "R".
           05 PPG-IMPORTE             PIC 9(6)V99.
           05 PPG-COMPROBANTE         PIC X(10).
           05 PPG-SUCURSAL            PIC X(03).
           05 PPG-OPERADOR            PIC X(11).

       FD RECIBO-NUMERADOR.
       01 LINEA-NUMERADOR             PIC 9(6).

       FD RECIBOS.
       01 LINEA-RECIBO                PIC X(40).

      *MENSAJE DE LA COLA: RENGLON 000 DE CABECERA Y LUEGO LOS
      *RENGLONES DE TEXTO, IGUALES A LOS DEL RECIBO IMPRESO.
       FD COLA-CORREO.
       01 LINEA-COLA.
           05 COLA-NUMERO             PIC 9(8).
           05 COLA-RENGLON            PIC 9(3).
           05 COLA-DATOS              PIC X(120).
           05 COLA-CABECERA REDEFINES COLA-DATOS.
               10 COLA-FECHA          PIC 9(8).
               10 COLA-ORIGEN         PIC X(10).
               10 COLA-SOCIO          PIC 9(6).
               10 COLA-EMAIL          PIC X(50).
               10 COLA-ASUNTO         PIC X(40).
               10 FILLER              PIC X(06).
           05 COLA-TEXTO REDEFINES COLA-DATOS.
               10 COLA-LINEA          PIC X(80).
               10 FILLER              PIC X(40).

       FD COLA-NUMERADOR.
       01 LINEA-COLA-NUMERADOR        PIC 9(8).

       FD REG-NOTAS.
       01 REG-NTA-STATUS.
           05 NTA-CLAVE-STATUS        PIC X(11).
       77 FS-CAJA                  PIC XX.
           88 F-NOEXISTE-CAJA      VALUE "05" "35".

       77 FS-PREPAGOS              PIC XX.
           88 FIN-PREPAGOS         VALUE "10".
           88 F-NOEXISTE-PPG       VALUE "05" "35".
      *SALDO PREPAGO DEL SOCIO Y PARTE DE LA CUOTA PAGADA CON EL.
       77 WS-PPG-SALDO             PIC S9(7)V99 VALUE ZEROS.
       77 WS-PPG-USADO             PIC 9(6)V99 VALUE ZEROS.
       77 WS-PPG-EDIT              PIC 9(6).99 VALUE ZEROS.

       77 FS-NUMERADOR             PIC XX.
           88 F-NOEXISTE-NUM       VALUE "35".

       77 FS-RECIBOS               PIC XX.
           88 F-NOEXISTE-REC       VALUE "05" "35".

       77 FS-COLA-CORREO           PIC XX.
           88 F-NOEXISTE-COLA      VALUE "05" "35".
       77 FS-COLA-NUMERADOR        PIC XX.
           88 F-NOEXISTE-COLANUM   VALUE "35".
      *MENSAJE EN CURSO EN LA COLA DE CORREO Y CANAL DEL RECIBO
      *(E=CORREO ELECTRONICO, P=PAPEL).
       77 WS-COLA-NUMERO           PIC 9(8) VALUE ZEROS.
       77 WS-COLA-RENGLON          PIC 9(3) VALUE ZEROS.
       77 WS-COLA-EMAIL            PIC X(50) VALUE SPACES.
       77 WS-COLA-TEXTO            PIC X(80) VALUE SPACES.
       77 WS-CANAL-RECIBO          PIC X VALUE "P".
           88 RECIBO-POR-EMAIL     VALUE "E".

       77 FS-REG-NOTAS             PIC XX.
           88 ESTA-REG-NTA         VALUE "00" "02".
           88 F-NOEXISTE-NTA       VALUE "35".
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-SOCIO-ID              PIC 9(6) VALUE ZEROS.
       77 WS-SUCURSAL              PIC X(3) VALUE "SED".
      *SUCURSAL QUE TOMA EL ENTER (PARAMETRO SUCURSAL-DEF).
       77 SUCURSAL-DEFECTO         PIC X(3) VALUE "SED".

      *PARAMETROS DEL SISTEMA (LEE-PARAMETRO.CBL): SIN REGISTRO EN
      *PARAMETROS-SISTEMA.DAT QUEDA EL VALOR DE SIEMPRE.
       01 LPA-PARAMETROS.
           05 LPA-CLAVE            PIC X(15).
           05 LPA-VALOR            PIC X(60).
           05 LPA-NUMERO           PIC 9(9)V99.
           05 LPA-RESULTADO        PIC X(2).
               88 PARAMETRO-HALLADO VALUE "OK".

       77 WS-RECIBO                PIC 9(6) VALUE ZEROS.
       77 WS-OPERADOR              PIC X(11) VALUE SPACES.


       010-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-PARAMETROS.
           DISPLAY "===== RENOVACION DE MEMBRESIAS =====".
           DISPLAY "Cuota (0=" CUOTA-MEMBRESIA "): "
                   WITH NO ADVANCING.
           END-IF.
           DISPLAY "Operador: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           DISPLAY "Sucursal (ENTER=" SUCURSAL-DEFECTO "): "
                   WITH NO ADVANCING.
           ACCEPT WS-SUCURSAL.
           IF WS-SUCURSAL = SPACES
               MOVE SUCURSAL-DEFECTO TO WS-SUCURSAL
           END-IF.
           PERFORM 020-RENOVAR-UNO THRU 020-RENOVAR-UNO-EXIT
                   UNTIL WS-TERMINAR-PROG = "SI".
               CLOSE REG-SOCIOS
               GO TO 020-RENOVAR-UNO-EXIT
           END-IF.
           PERFORM 027-PEDIR-PREPAGO THRU 027-PEDIR-PREPAGO-EXIT.
           PERFORM 030-CALCULAR-VENCIMIENTO.
           PERFORM 035-ELEGIR-CANAL.
           MOVE SOCIO-CLAVE-STATUS      TO AUDS-CLAVE.
           MOVE "FECHA-VENC"            TO AUDS-CAMPO.
           MOVE SOCIO-FECHA-VENC-STATUS TO AUDS-ANTERIOR.
           CLOSE REG-SOCIOS.
           PERFORM 040-ASENTAR-EN-CAJA.
           PERFORM 050-PROXIMO-RECIBO.
           IF WS-PPG-USADO NOT = ZEROS
               PERFORM 045-ASENTAR-PREPAGO
           END-IF.
           PERFORM 060-IMPRIMIR-RECIBO.
           MOVE ZEROS TO WS-PPG-USADO.
           MOVE WS-SOCIO-ID TO WS-NOTA-SOCIO.
           MOVE SPACES TO WS-NOTA-TEXTO.
           STRING WS-FECHA-HOY DELIMITED BY SIZE
       025-CUOTA-DE-CLASE-FIN.
           EXIT.

      *SI EL SOCIO TIENE SALDO PREPAGO SE OFRECE USARLO PARA LA
      *CUOTA: CUBRE HASTA DONDE ALCANCE Y EL RESTO VA EN EFECTIVO.
       027-PEDIR-PREPAGO.
           MOVE ZEROS TO WS-PPG-USADO WS-PPG-SALDO.
           OPEN INPUT PREPAGOS.
           IF F-NOEXISTE-PPG
               CLOSE PREPAGOS
               GO TO 027-PEDIR-PREPAGO-EXIT
           END-IF.
           READ PREPAGOS AT END SET FIN-PREPAGOS TO TRUE END-READ.
           PERFORM UNTIL FIN-PREPAGOS
               IF PPG-SOCIO-ID = WS-SOCIO-ID
                   IF PPG-CARGA
                       ADD PPG-IMPORTE TO WS-PPG-SALDO
                   ELSE
                       SUBTRACT PPG-IMPORTE FROM WS-PPG-SALDO
                   END-IF
               END-IF
               READ PREPAGOS AT END SET FIN-PREPAGOS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PREPAGOS.
           IF WS-PPG-SALDO NOT > ZEROS
               GO TO 027-PEDIR-PREPAGO-EXIT
           END-IF.
           MOVE WS-PPG-SALDO TO WS-PPG-EDIT.
           DISPLAY "SALDO PREPAGO " WS-PPG-EDIT
                   ", USARLO PARA LA CUOTA (S/N)? " WITH NO ADVANCING.
           MOVE SPACES TO LINEA-RECIBO.
           ACCEPT LINEA-RECIBO.
           IF LINEA-RECIBO (1:1) NOT = "S"
               AND LINEA-RECIBO (1:1) NOT = "s"
               GO TO 027-PEDIR-PREPAGO-EXIT
           END-IF.
           IF WS-PPG-SALDO < CUOTA-EFECTIVA
               MOVE WS-PPG-SALDO TO WS-PPG-USADO
           ELSE
               MOVE CUOTA-EFECTIVA TO WS-PPG-USADO
           END-IF.
           MOVE WS-PPG-USADO TO WS-PPG-EDIT.
           DISPLAY "PAGADO CON SALDO PREPAGO: " WS-PPG-EDIT.
       027-PEDIR-PREPAGO-EXIT.
           EXIT.

      *EL NUEVO VENCIMIENTO ES EL MAYOR ENTRE HOY Y EL ACTUAL MAS
      *EL TERMINO EN MESES (EL DIA SE CONSERVA; UN 31 QUE CAE EN
      *MES CORTO ES ASUNTO DEL PROXIMO AJUSTE A MANO, IGUAL QUE
           MOVE WS-VENC-ANIO TO WS-VENC-NUEVO(1:4).
           MOVE WS-VENC-MES  TO WS-VENC-NUEVO(5:2).

      *CANAL DEL RECIBO: CORREO ELECTRONICO SI LA FICHA TIENE
      *DIRECCION SIN MARCA DE REBOTE Y EL SOCIO NO PIDIO QUEDAR SIN
      *CARTAS; PAPEL EN CUALQUIER OTRO CASO.
       035-ELEGIR-CANAL.
           MOVE "P" TO WS-CANAL-RECIBO.
           MOVE SPACES TO WS-COLA-EMAIL.
           IF SOCIO-EMAIL-STATUS NOT = SPACES
               AND NOT SOCIO-EMAIL-REBOTADO
               AND NOT SOCIO-SIN-CARTAS
               MOVE "E" TO WS-CANAL-RECIBO
               MOVE SOCIO-EMAIL-STATUS TO WS-COLA-EMAIL
           END-IF.

      *INGRESO DE CAJA CON SU PROPIO MOTIVO, ASI EL CIERRE Z DE
      *VENTAS-LOCAL ESPERA ESTA PLATA EN EL CAJON.
       040-ASENTAR-EN-CAJA.
           WRITE LINEA-CAJA.
           CLOSE CAJA-MOVIMIENTOS.

      *LA PARTE DE LA CUOTA PAGADA CON SALDO: LINEA "R" EN EL
      *MAYOR DE PREPAGOS CON EL RECIBO Y LINEA "S" EN LA CAJA, QUE
      *LE RESTA AL EFECTIVO ESPERADO LO QUE NO ENTRO AL CAJON.
       045-ASENTAR-PREPAGO.
           OPEN EXTEND PREPAGOS.
           IF F-NOEXISTE-PPG
               CLOSE PREPAGOS
               OPEN OUTPUT PREPAGOS
           END-IF.
           MOVE WS-SOCIO-ID     TO PPG-SOCIO-ID.
           MOVE WS-FECHA-HOY    TO PPG-FECHA.
           SET PPG-RENOVACION   TO TRUE.
           MOVE WS-PPG-USADO    TO PPG-IMPORTE.
           MOVE SPACES          TO PPG-COMPROBANTE.
           STRING "MEM "        DELIMITED BY SIZE
                   WS-RECIBO    DELIMITED BY SIZE
                   INTO PPG-COMPROBANTE.
           MOVE WS-SUCURSAL     TO PPG-SUCURSAL.
           MOVE WS-OPERADOR     TO PPG-OPERADOR.
           WRITE LINEA-PREPAGO.
           CLOSE PREPAGOS.
           OPEN EXTEND CAJA-MOVIMIENTOS.
           IF F-NOEXISTE-CAJA
               CLOSE CAJA-MOVIMIENTOS
               OPEN OUTPUT CAJA-MOVIMIENTOS
           END-IF.
           MOVE WS-FECHA-HOY    TO CAJA-FECHA.
           SET CAJA-CONSUMO-PREPAGO TO TRUE.
           MOVE WS-PPG-USADO    TO CAJA-IMPORTE.
           MOVE SPACES          TO CAJA-REFERENCIA.
           STRING "PRE "        DELIMITED BY SIZE
                   WS-SOCIO-ID  DELIMITED BY SIZE
                   INTO CAJA-REFERENCIA.
           MOVE WS-SUCURSAL     TO CAJA-SUCURSAL.
           MOVE WS-OPERADOR     TO CAJA-OPERADOR.
           WRITE LINEA-CAJA.
           CLOSE CAJA-MOVIMIENTOS.

       050-PROXIMO-RECIBO.
           MOVE ZEROS TO WS-RECIBO.
           OPEN INPUT RECIBO-NUMERADOR.
           WRITE LINEA-NUMERADOR.
           CLOSE RECIBO-NUMERADOR.

      *RECIBO CHICO, MISMO FORMATO DE TICKET QUE EL MOSTRADOR. AL
      *SOCIO CON CORREO ELECTRONICO LE SALE COMO MENSAJE EN LA COLA.
       060-IMPRIMIR-RECIBO.
           IF RECIBO-POR-EMAIL
               PERFORM 070-ABRIR-MENSAJE-CORREO
           ELSE
               OPEN EXTEND RECIBOS
               IF F-NOEXISTE-REC
                   CLOSE RECIBOS
                   OPEN OUTPUT RECIBOS
               END-IF
           END-IF.
           MOVE ALL "-" TO LINEA-RECIBO.
           PERFORM 065-EMITIR-LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "RECIBO MEMBRESIA NRO " DELIMITED BY SIZE
                   WS-RECIBO             DELIMITED BY SIZE
                   INTO LINEA-RECIBO.
           PERFORM 065-EMITIR-LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "SOCIO "               DELIMITED BY SIZE
                   WS-SOCIO-ID           DELIMITED BY SIZE
                   " - "                 DELIMITED BY SIZE
                   WS-FECHA-HOY          DELIMITED BY SIZE
                   INTO LINEA-RECIBO.
           PERFORM 065-EMITIR-LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "IMPORTE "             DELIMITED BY SIZE
                   CUOTA-EFECTIVA        DELIMITED BY SIZE
                   INTO LINEA-RECIBO.
           PERFORM 065-EMITIR-LINEA-RECIBO.
           IF WS-PPG-USADO NOT = ZEROS
               MOVE SPACES TO LINEA-RECIBO
               MOVE WS-PPG-USADO TO WS-PPG-EDIT
               STRING "SALDO PREPAGO "   DELIMITED BY SIZE
                       WS-PPG-EDIT       DELIMITED BY SIZE
                       INTO LINEA-RECIBO
               PERFORM 065-EMITIR-LINEA-RECIBO
           END-IF.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "VIGENTE HASTA "       DELIMITED BY SIZE
                   WS-VENC-NUEVO         DELIMITED BY SIZE
                   INTO LINEA-RECIBO.
           PERFORM 065-EMITIR-LINEA-RECIBO.
           IF RECIBO-POR-EMAIL
               CLOSE COLA-CORREO
               DISPLAY "RECIBO ENVIADO POR CORREO ELECTRONICO A "
                       WS-COLA-EMAIL
           ELSE
               CLOSE RECIBOS
           END-IF.

       065-EMITIR-LINEA-RECIBO.
           IF RECIBO-POR-EMAIL
               MOVE LINEA-RECIBO TO WS-COLA-TEXTO
               PERFORM 075-GRABAR-RENGLON-CORREO
           ELSE
               WRITE LINEA-RECIBO
           END-IF.

      *ABRE UN MENSAJE NUEVO EN LA COLA DE CORREO: TOMA EL NUMERO
      *DEL NUMERADOR (MISMO MANEJO QUE 050-PROXIMO-RECIBO) Y GRABA
      *EL RENGLON 000 DE CABECERA PARA LA PASARELA.
       070-ABRIR-MENSAJE-CORREO.
           MOVE ZEROS TO WS-COLA-NUMERO.
           OPEN INPUT COLA-NUMERADOR.
           IF NOT F-NOEXISTE-COLANUM
               READ COLA-NUMERADOR INTO WS-COLA-NUMERO
                   AT END MOVE ZEROS TO WS-COLA-NUMERO
               END-READ
               CLOSE COLA-NUMERADOR
           END-IF.
           ADD 1 TO WS-COLA-NUMERO.
           OPEN OUTPUT COLA-NUMERADOR.
           MOVE WS-COLA-NUMERO TO LINEA-COLA-NUMERADOR.
           WRITE LINEA-COLA-NUMERADOR.
           CLOSE COLA-NUMERADOR.
           OPEN EXTEND COLA-CORREO.
           IF F-NOEXISTE-COLA
               CLOSE COLA-CORREO
               OPEN OUTPUT COLA-CORREO
           END-IF.
           MOVE ZEROS TO WS-COLA-RENGLON.
           MOVE SPACES TO LINEA-COLA.
           MOVE WS-COLA-NUMERO     TO COLA-NUMERO.
           MOVE WS-COLA-RENGLON    TO COLA-RENGLON.
           MOVE WS-FECHA-HOY       TO COLA-FECHA.
           MOVE "MEMBRESIA"        TO COLA-ORIGEN.
           MOVE WS-SOCIO-ID        TO COLA-SOCIO.
           MOVE WS-COLA-EMAIL      TO COLA-EMAIL.
           MOVE "BIBLIOTECA - RECIBO DE MEMBRESIA" TO COLA-ASUNTO.
           WRITE LINEA-COLA.

      *UN RENGLON DE TEXTO (WS-COLA-TEXTO) DEL MENSAJE EN CURSO.
       075-GRABAR-RENGLON-CORREO.
           ADD 1 TO WS-COLA-RENGLON.
           MOVE SPACES TO LINEA-COLA.
           MOVE WS-COLA-NUMERO  TO COLA-NUMERO.
           MOVE WS-COLA-RENGLON TO COLA-RENGLON.
           MOVE WS-COLA-TEXTO   TO COLA-LINEA.
           WRITE LINEA-COLA.

      *NOTA FECHADA AUTOMATICA EN LA FICHA DE NOTAS DEL SOCIO,
      *MISMO ESQUEMA DE CONTINUACIONES QUE SUSPENSION-AUTO.
           MOVE DATOS-SOCIO-STATUS TO JRN-REGISTRO (1:512).
           PERFORM GRABAR-LINEA-JORNAL.

      *VALORES DE PARAMETROS-SISTEMA.DAT (MANT-PARAMETROS); LOS QUE
      *NO ESTAN CARGADOS QUEDAN CON SU VALUE DE SIEMPRE.
       CARGAR-PARAMETROS.
           MOVE "SUCURSAL-DEF" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO SUCURSAL-DEFECTO
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
