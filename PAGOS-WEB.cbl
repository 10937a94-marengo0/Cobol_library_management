       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PAGOS-WEB.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *PAGOS DE MULTAS COBRADOS POR LA PLATAFORMA DE PAGOS DE LA
      *MUNICIPALIDAD: LA PLATAFORMA MANDA UN ARCHIVO DIARIO
      *(PAGOS-PLATAFORMA.DAT) CON UNA LINEA "D" POR PAGO (SOCIO,
      *IMPORTE, REFERENCIA DE LA PLATAFORMA Y FECHA DE COBRO) Y UNA
      *LINEA "T" FINAL CON EL LOTE Y EL TOTAL DE LA LIQUIDACION QUE
      *VA A TRANSFERIR A LA CUENTA DE LA BIBLIOTECA. CADA PAGO VALIDO
      *SE ASIENTA EN REG-FINES-MAESTRO.DAT COMO FILA "P" CON SU
      *PROPIO NUMERO DE RECIBO DE LA SERIE RECIBOS-MULTAS (MISMO
      *NUMERADOR Y MISMO RECIBO QUE EL COBRO EN EL MOSTRADOR DE
      *PROG-PAGOS-F) Y SUCURSAL "WEB". LOS PAGOS DE SOCIOS QUE NO
      *ESTAN EN LA FICHA, QUE SUPERAN EL SALDO ADEUDADO, EN CERO O
      *CON REFERENCIA YA APLICADA VAN A LA LISTA DE EXCEPCIONES
      *(PAGOS-PLATAFORMA-EXC.LST) PARA DEVOLVERLOS O ACLARARLOS A
      *MANO. CADA REFERENCIA QUEDA EN COBROS-PLATAFORMA.DAT (APLICADA
      *O RECHAZADA) Y CADA LOTE EN LIQUIDACIONES-PLATAFORMA.DAT, QUE
      *DEPOSITOS-BANCO CONCILIA CONTRA LA ACREDITACION DEL RESUMEN.
      *ESTOS PAGOS NO TOCAN CAJA-MOVIMIENTOS.DAT: LA PLATA NUNCA PASA
      *POR EL CAJON, ASI QUE EL CIERRE Z DE VENTAS-LOCAL NO LA
      *ESPERA. SE CORRE UNA VEZ POR ARCHIVO RECIBIDO (A MANO O COMO
      *TRABAJO DIARIO DE LA AGENDA DE PROCESO-NOCTURNO); UN LOTE YA
      *APLICADO NO SE VUELVE A APLICAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGOS-PLATAFORMA ASSIGN TO "PAGOS-PLATAFORMA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAGOS-PLATAFORMA.

      *REFERENCIAS DE LA PLATAFORMA YA PROCESADAS, APLICADAS O
      *RECHAZADAS, CON EL RECIBO ASIGNADO.
           SELECT COBROS-PLATAFORMA ASSIGN TO "COBROS-PLATAFORMA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-REFERENCIA
               FILE STATUS IS FS-COBROS.

      *UNA LIQUIDACION POR LOTE: LO QUE LA PLATAFORMA VA A
      *TRANSFERIR Y SU ESTADO DE CONCILIACION (DEPOSITOS-BANCO).
           SELECT LIQUIDACIONES
               ASSIGN TO "LIQUIDACIONES-PLATAFORMA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIQ-LOTE
               FILE STATUS IS FS-LIQUIDACIONES.

      *LIBRO MAYOR DE MULTAS DE PROG-PAGOS-F.CBL.
           SELECT REG-FINES ASSIGN TO "REG-FINES-MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REG-FINES.

      *SALDO ARRASTRADO POR SOCIO AL ULTIMO CORTE DE CIERRE-FINES.
           SELECT SALDOS-FINES ASSIGN TO "SALDOS-FINES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-SOCIO-ID
               FILE STATUS IS FS-SALDOS-FINES.

      *FICHA DE SOCIOS (SIENT01M), VISTA PARCIAL PARA VALIDAR EL
      *SOCIO Y SABER SI EL RECIBO SALE POR CORREO ELECTRONICO.
           SELECT REG-SOCIOS ASSIGN TO "SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

      *NUMERADOR Y ARCHIVO DE IMPRESION DE RECIBOS DE MULTAS,
      *COMPARTIDOS CON PROG-PAGOS-F.
           SELECT RECIBO-NUMERADOR ASSIGN TO "RECIBOS-MULTAS.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECIBO-NUM.

           SELECT RECIBOS ASSIGN TO "RECIBOS-MULTAS.LST"
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

           SELECT EXCEPCIONES ASSIGN TO "PAGOS-PLATAFORMA-EXC.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPCIONES.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

      *ARCHIVO DE LA PLATAFORMA: LINEAS "D" DE PAGO Y UNA "T" FINAL
      *CON EL TOTAL DE LA LIQUIDACION.
       FD PAGOS-PLATAFORMA.
       01 LINEA-PLATAFORMA.
           05 PLA-TIPO                PIC X(01).
               88 PLA-ES-PAGO         VALUE "D".
               88 PLA-ES-TOTAL        VALUE "T".
           05 PLA-DETALLE.
               10 PLA-SOCIO-ID        PIC 9(6).
               10 PLA-IMPORTE         PIC 9(6)V99.
               10 PLA-REFERENCIA      PIC X(20).
               10 PLA-FECHA           PIC 9(8).
               10 FILLER              PIC X(10).
           05 PLA-TOTALES REDEFINES PLA-DETALLE.
               10 PLA-LOTE            PIC X(20).
               10 PLA-FECHA-LIQ       PIC 9(8).
               10 PLA-CANTIDAD        PIC 9(5).
               10 PLA-TOTAL           PIC 9(9)V99.
               10 FILLER              PIC X(08).

       FD COBROS-PLATAFORMA.
       01 DATOS-COBRO.
           05 COB-REFERENCIA          PIC X(20).
           05 COB-SOCIO-ID            PIC 9(6).
           05 COB-IMPORTE             PIC 9(6)V99.
           05 COB-FECHA-COBRO         PIC 9(8).
           05 COB-FECHA-PROCESO       PIC 9(8).
           05 COB-LOTE                PIC X(20).
           05 COB-ESTADO              PIC X(01).
               88 COB-APLICADO        VALUE "A".
               88 COB-RECHAZADO       VALUE "R".
           05 COB-RECIBO              PIC 9(6).
           05 COB-MOTIVO              PIC X(30).

       FD LIQUIDACIONES.
       01 DATOS-LIQUIDACION.
           05 LIQ-LOTE                PIC X(20).
           05 LIQ-FECHA               PIC 9(8).
           05 LIQ-IMPORTE             PIC 9(9)V99.
           05 LIQ-CANTIDAD            PIC 9(5).
           05 LIQ-APLICADO            PIC 9(9)V99.
           05 LIQ-RECHAZADO           PIC 9(9)V99.
           05 LIQ-ESTADO              PIC X(01).
               88 LIQ-PENDIENTE       VALUE "P".
               88 LIQ-CONCILIADA      VALUE "C".
           05 LIQ-FECHA-CONCILIADO    PIC 9(8).

       FD REG-FINES.
       01 FINES-TRANSACCION.
           05 FINES-SOCIO-ID         PIC 9(6).
           05 FINES-LIBRO-ID         PIC 9(6).
           05 FINES-FECHA            PIC 9(8).
           05 FINES-TIPO             PIC X(01).
               88 FINES-ASIGNADA     VALUE "A".
               88 FINES-PAGO         VALUE "P".
               88 FINES-EXONERADA    VALUE "E".
           05 FINES-MONTO            PIC 9(6)V99.
           05 FINES-DIAS-ATRASO     PIC 9(3).
           05 FINES-FECHA-PRESTAMO   PIC 9(8).
           05 FINES-MOTIVO           PIC X(10).
           05 FINES-AUTORIZANTE      PIC X(11).
           05 FINES-RECIBO           PIC 9(6).
           05 FINES-SUCURSAL         PIC X(03).

       FD SALDOS-FINES.
       01 REG-SALDO-FINES.
           05 SAL-SOCIO-ID            PIC 9(6).
           05 SAL-ASIGNADO            PIC 9(8)V99.
           05 SAL-PAGADO              PIC 9(8)V99.
           05 SAL-FECHA-VIEJA         PIC 9(8).
           05 SAL-FECHA-CORTE         PIC 9(8).

       FD REG-SOCIOS.
       01 DATOS-SOCIO-STATUS.
           05 SOCIO-CLAVE-STATUS      PIC X(11).
           05 FILLER                  PIC X(188).
           05 SOCIO-SIN-CARTAS-STATUS PIC X(01).
               88 SOCIO-SIN-CARTAS    VALUE "S" "s".
           05 SOCIO-EMAIL-STATUS      PIC X(50).
           05 SOCIO-EMAIL-REB-STATUS  PIC X(01).
               88 SOCIO-EMAIL-REBOTADO VALUE "S" "s".
           05 FILLER                  PIC X(261).

       FD RECIBO-NUMERADOR.
       01 LINEA-RECIBO-NUM            PIC 9(6).

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

       FD EXCEPCIONES.
       01 LINEA-EXCEPCION             PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-PAGOS-PLATAFORMA      PIC XX.
           88 FIN-PAGOS-PLATAFORMA VALUE "10".
           88 F-NOEXISTE-PLA       VALUE "35".

       77 FS-COBROS                PIC XX.
           88 ESTA-COBRO           VALUE "00" "02".
           88 F-NOEXISTE-COB       VALUE "35".

       77 FS-LIQUIDACIONES         PIC XX.
           88 ESTA-LIQUIDACION     VALUE "00" "02".
           88 F-NOEXISTE-LIQ       VALUE "35".

       77 FS-REG-FINES             PIC XX.
           88 FIN-REG-FINES        VALUE "10".
           88 F-NOEXISTE-FINES     VALUE "35".

       77 FS-SALDOS-FINES          PIC XX.
           88 ESTA-SALDO-FINES     VALUE "00" "02".
           88 F-NOEXISTE-SALDOS    VALUE "35".

       77 FS-REG-SOCIOS            PIC XX.
           88 ESTA-REG-SOC         VALUE "00" "02".
           88 F-NOEXISTE-SOC       VALUE "35".

       77 FS-RECIBO-NUM            PIC XX.
           88 F-NOEXISTE-RECNUM    VALUE "35".

       77 FS-RECIBOS               PIC XX.
           88 F-NOEXISTE-RECIBOS   VALUE "05" "35".

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

       77 FS-EXCEPCIONES           PIC XX.
           88 ESTA-EXCEPCIONES     VALUE "00" "02".

       77 FS-ERROR-LOG             PIC XX.
           88 ESTA-ERROR-LOG       VALUE "00" "02".

      *VARIABLES PARA LA BITACORA CENTRAL DE ERRORES.
       77 WS-ARCHIVO-ERROR         PIC X(20) VALUE SPACES.
      *SEVERIDAD DE LA LINEA DE BITACORA (F=FATAL, E=ERROR,
      *W=AVISO); EL QUE LLAMA PUEDE PISARLA ANTES DE REGISTRAR.
       77 WS-SEVERIDAD-ERROR   PIC X     VALUE "E".
       77 WS-STATUS-ERROR          PIC XX    VALUE SPACES.
       77 WS-FECHA-ERROR           PIC 9(8)  VALUE ZEROS.
       77 WS-HORA-ERROR            PIC 9(8)  VALUE ZEROS.

       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
      *SUCURSAL QUE QUEDA ESTAMPADA EN LAS FILAS DEL LIBRO MAYOR:
      *LOS COBROS DE LA PLATAFORMA NO SON DE NINGUN MOSTRADOR.
       77 WS-SUCURSAL-WEB          PIC X(3) VALUE "WEB".

      *TOTALES DEL ARCHIVO (PRIMERA PASADA) Y LOTE A CONCILIAR.
       77 WS-LOTE                  PIC X(20) VALUE SPACES.
       77 WS-FECHA-LIQ             PIC 9(8) VALUE ZEROS.
       77 WS-TOTAL-PLATAFORMA      PIC 9(9)V99 VALUE ZEROS.
       77 WS-CANT-PLATAFORMA       PIC 9(5) VALUE ZEROS.
       77 WS-SUMA-ARCHIVO          PIC 9(9)V99 VALUE ZEROS.
       77 WS-CANT-ARCHIVO          PIC 9(5) VALUE ZEROS.
       77 WS-HAY-TOTAL             PIC X VALUE "N".
           88 HAY-LINEA-TOTAL      VALUE "S".

      *CONTADORES DE LA APLICACION.
       77 WS-CANT-APLICADOS        PIC 9(5) VALUE ZEROS.
       77 WS-IMPORTE-APLICADO      PIC 9(9)V99 VALUE ZEROS.
       77 WS-CANT-RECHAZADOS       PIC 9(5) VALUE ZEROS.
       77 WS-IMPORTE-RECHAZADO     PIC 9(9)V99 VALUE ZEROS.
       77 WS-MOTIVO-RECHAZO        PIC X(30) VALUE SPACES.

      *PAGO EN CURSO Y SALDO DEL SOCIO.
       77 WS-SOCIO-ID              PIC 9(6) VALUE ZEROS.
       77 WS-MONTO                 PIC 9(6)V99 VALUE ZEROS.
       77 WS-REFERENCIA            PIC X(20) VALUE SPACES.
       77 WS-RECIBO                PIC 9(6) VALUE ZEROS.
       77 WS-SALDO-ASIGNADO        PIC 9(7)V99 VALUE ZEROS.
       77 WS-SALDO-PAGADO          PIC 9(7)V99 VALUE ZEROS.
       77 WS-SALDO-ADEUDADO        PIC S9(7)V99 VALUE ZEROS.

      *Importes editados con punto decimal para listados y recibo.
       77 WS-IMPORTE-EDIT          PIC 9(7).99 VALUE ZEROS.
       77 WS-TOTAL-EDIT            PIC 9(9).99 VALUE ZEROS.

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "===== PAGOS DE MULTAS POR LA PLATAFORMA "
                   WS-FECHA-HOY " =====".
           PERFORM 020-TOTALIZAR-ARCHIVO
                   THRU 020-TOTALIZAR-ARCHIVO-EXIT.
           IF F-NOEXISTE-PLA
               GO TO 010-SALIDA
           END-IF.
           OPEN INPUT REG-SOCIOS.
           IF F-NOEXISTE-SOC
               DISPLAY "NO SE ENCUENTRA SIENT01.FIC, NO SE PUEDEN "
                       "VALIDAR LOS SOCIOS."
               MOVE "SIENT01.FIC"  TO WS-ARCHIVO-ERROR
               MOVE FS-REG-SOCIOS  TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE 16 TO RETURN-CODE
               CLOSE REG-SOCIOS
               GO TO 010-SALIDA
           END-IF.
           OPEN I-O LIQUIDACIONES.
           IF F-NOEXISTE-LIQ
               CLOSE LIQUIDACIONES
               OPEN OUTPUT LIQUIDACIONES
               CLOSE LIQUIDACIONES
               OPEN I-O LIQUIDACIONES
           END-IF.
           MOVE WS-LOTE TO LIQ-LOTE.
           READ LIQUIDACIONES
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-LIQUIDACION
               DISPLAY "EL LOTE " WS-LOTE " YA FUE APLICADO EL "
                       LIQ-FECHA ", NO SE VUELVE A APLICAR."
               MOVE "LOTE PLATAFORMA"  TO WS-ARCHIVO-ERROR
               MOVE "22"               TO WS-STATUS-ERROR
               MOVE "W"                TO WS-SEVERIDAD-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE 4 TO RETURN-CODE
               CLOSE LIQUIDACIONES
               CLOSE REG-SOCIOS
               GO TO 010-SALIDA
           END-IF.
           OPEN I-O COBROS-PLATAFORMA.
           IF F-NOEXISTE-COB
               CLOSE COBROS-PLATAFORMA
               OPEN OUTPUT COBROS-PLATAFORMA
               CLOSE COBROS-PLATAFORMA
               OPEN I-O COBROS-PLATAFORMA
           END-IF.
           OPEN OUTPUT EXCEPCIONES.
           MOVE SPACES TO LINEA-EXCEPCION.
           STRING "PAGOS DE LA PLATAFORMA RECHAZADOS - "
                                           DELIMITED BY SIZE
                   WS-FECHA-HOY            DELIMITED BY SIZE
                   " - LOTE "              DELIMITED BY SIZE
                   WS-LOTE                 DELIMITED BY SIZE
                   INTO LINEA-EXCEPCION.
           WRITE LINEA-EXCEPCION.
           MOVE SPACES TO LINEA-EXCEPCION.
           WRITE LINEA-EXCEPCION.
           PERFORM 030-APLICAR-PAGOS.
           PERFORM 060-GRABAR-LIQUIDACION.
           PERFORM 070-TOTALES.
           CLOSE EXCEPCIONES.
           CLOSE COBROS-PLATAFORMA.
           CLOSE LIQUIDACIONES.
           CLOSE REG-SOCIOS.
           DISPLAY "APLICADOS: " WS-CANT-APLICADOS
                   "  RECHAZADOS: " WS-CANT-RECHAZADOS
                   " (VER PAGOS-PLATAFORMA-EXC.LST).".
       010-SALIDA.
           GOBACK.

      *PRIMERA PASADA: SUMA LOS PAGOS DEL ARCHIVO Y TOMA LA LINEA
      *"T" CON EL LOTE Y EL TOTAL DE LA LIQUIDACION. SIN LINEA "T"
      *EL LOTE SE ARMA CON LA FECHA Y LA LIQUIDACION ES LA SUMA DE
      *LOS PAGOS.
       020-TOTALIZAR-ARCHIVO.
           MOVE ZEROS TO WS-SUMA-ARCHIVO.
           MOVE ZEROS TO WS-CANT-ARCHIVO.
           MOVE "N" TO WS-HAY-TOTAL.
           OPEN INPUT PAGOS-PLATAFORMA.
           IF F-NOEXISTE-PLA
               DISPLAY "NO LLEGO ARCHIVO DE LA PLATAFORMA "
                       "(PAGOS-PLATAFORMA.DAT), NADA QUE APLICAR."
               CLOSE PAGOS-PLATAFORMA
               GO TO 020-TOTALIZAR-ARCHIVO-EXIT
           END-IF.
           READ PAGOS-PLATAFORMA AT END
               SET FIN-PAGOS-PLATAFORMA TO TRUE END-READ.
           PERFORM UNTIL FIN-PAGOS-PLATAFORMA
               EVALUATE TRUE
                   WHEN PLA-ES-PAGO
                       ADD 1 TO WS-CANT-ARCHIVO
                       IF PLA-IMPORTE IS NUMERIC
                           ADD PLA-IMPORTE TO WS-SUMA-ARCHIVO
                       END-IF
                   WHEN PLA-ES-TOTAL
                       MOVE "S"           TO WS-HAY-TOTAL
                       MOVE PLA-LOTE      TO WS-LOTE
                       MOVE PLA-FECHA-LIQ TO WS-FECHA-LIQ
                       MOVE PLA-CANTIDAD  TO WS-CANT-PLATAFORMA
                       MOVE PLA-TOTAL     TO WS-TOTAL-PLATAFORMA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ PAGOS-PLATAFORMA AT END
                   SET FIN-PAGOS-PLATAFORMA TO TRUE END-READ
           END-PERFORM.
           CLOSE PAGOS-PLATAFORMA.
           IF NOT HAY-LINEA-TOTAL OR WS-LOTE = SPACES
               MOVE SPACES TO WS-LOTE
               STRING "SIN-LOTE-"   DELIMITED BY SIZE
                       WS-FECHA-HOY DELIMITED BY SIZE
                       INTO WS-LOTE
           END-IF.
           IF NOT HAY-LINEA-TOTAL
               MOVE WS-FECHA-HOY    TO WS-FECHA-LIQ
               MOVE WS-CANT-ARCHIVO TO WS-CANT-PLATAFORMA
               MOVE WS-SUMA-ARCHIVO TO WS-TOTAL-PLATAFORMA
           END-IF.
       020-TOTALIZAR-ARCHIVO-EXIT.
           EXIT.

      *SEGUNDA PASADA: CADA LINEA "D" SE VALIDA Y SE APLICA O SE
      *RECHAZA.
       030-APLICAR-PAGOS.
           MOVE ZEROS TO WS-CANT-APLICADOS WS-IMPORTE-APLICADO.
           MOVE ZEROS TO WS-CANT-RECHAZADOS WS-IMPORTE-RECHAZADO.
           OPEN INPUT PAGOS-PLATAFORMA.
           READ PAGOS-PLATAFORMA AT END
               SET FIN-PAGOS-PLATAFORMA TO TRUE END-READ.
           PERFORM UNTIL FIN-PAGOS-PLATAFORMA
               IF PLA-ES-PAGO
                   PERFORM 040-UN-PAGO THRU 040-UN-PAGO-EXIT
               END-IF
               READ PAGOS-PLATAFORMA AT END
                   SET FIN-PAGOS-PLATAFORMA TO TRUE END-READ
           END-PERFORM.
           CLOSE PAGOS-PLATAFORMA.

       040-UN-PAGO.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE ZEROS  TO WS-RECIBO.
           MOVE PLA-REFERENCIA TO WS-REFERENCIA.
           IF PLA-SOCIO-ID IS NUMERIC
               MOVE PLA-SOCIO-ID TO WS-SOCIO-ID
           ELSE
               MOVE ZEROS TO WS-SOCIO-ID
           END-IF.
           IF PLA-IMPORTE IS NUMERIC
               MOVE PLA-IMPORTE TO WS-MONTO
           ELSE
               MOVE ZEROS TO WS-MONTO
           END-IF.
           IF WS-REFERENCIA = SPACES
               MOVE "SIN REFERENCIA DE LA PLATAFORMA"
                       TO WS-MOTIVO-RECHAZO
               PERFORM 050-RECHAZAR-PAGO
               GO TO 040-UN-PAGO-EXIT
           END-IF.
           MOVE WS-REFERENCIA TO COB-REFERENCIA.
           READ COBROS-PLATAFORMA
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-COBRO
               MOVE "REFERENCIA YA PROCESADA" TO WS-MOTIVO-RECHAZO
               PERFORM 050-RECHAZAR-PAGO
               GO TO 040-UN-PAGO-EXIT
           END-IF.
           IF WS-MONTO = ZEROS
               MOVE "IMPORTE EN CERO O INVALIDO" TO WS-MOTIVO-RECHAZO
               PERFORM 050-RECHAZAR-PAGO
               PERFORM 055-GRABAR-COBRO
               GO TO 040-UN-PAGO-EXIT
           END-IF.
           MOVE SPACES TO SOCIO-CLAVE-STATUS.
           MOVE WS-SOCIO-ID TO SOCIO-CLAVE-STATUS.
           READ REG-SOCIOS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REG-SOC OR WS-SOCIO-ID = ZEROS
               MOVE "SOCIO INEXISTENTE" TO WS-MOTIVO-RECHAZO
               PERFORM 050-RECHAZAR-PAGO
               PERFORM 055-GRABAR-COBRO
               GO TO 040-UN-PAGO-EXIT
           END-IF.
           PERFORM CALCULAR-SALDO-SOCIO THRU CALCULAR-SALDO-SOCIO-EXIT.
           SUBTRACT WS-SALDO-PAGADO FROM WS-SALDO-ASIGNADO
                   GIVING WS-SALDO-ADEUDADO.
           IF WS-MONTO > WS-SALDO-ADEUDADO
               MOVE "SUPERA EL SALDO ADEUDADO" TO WS-MOTIVO-RECHAZO
               PERFORM 050-RECHAZAR-PAGO
               PERFORM 055-GRABAR-COBRO
               GO TO 040-UN-PAGO-EXIT
           END-IF.
      *PAGO VALIDO: FILA "P" CON RECIBO PROPIO, SIN MOVIMIENTO DE
      *CAJA.
           PERFORM PROXIMO-RECIBO.
           OPEN EXTEND REG-FINES.
           IF FS-REG-FINES = "05" OR FS-REG-FINES = "35"
               OPEN OUTPUT REG-FINES
           END-IF.
           MOVE WS-SOCIO-ID      TO FINES-SOCIO-ID.
           MOVE ZEROS            TO FINES-LIBRO-ID.
           MOVE WS-FECHA-HOY     TO FINES-FECHA.
           SET FINES-PAGO        TO TRUE.
           MOVE WS-MONTO         TO FINES-MONTO.
           MOVE ZEROS            TO FINES-DIAS-ATRASO.
           MOVE ZEROS            TO FINES-FECHA-PRESTAMO.
           MOVE SPACES           TO FINES-MOTIVO.
           MOVE SPACES           TO FINES-AUTORIZANTE.
           MOVE WS-RECIBO        TO FINES-RECIBO.
           MOVE WS-SUCURSAL-WEB  TO FINES-SUCURSAL.
           WRITE FINES-TRANSACCION.
           CLOSE REG-FINES.
           PERFORM 055-GRABAR-COBRO.
           PERFORM IMPRIMIR-RECIBO.
           ADD 1 TO WS-CANT-APLICADOS.
           ADD WS-MONTO TO WS-IMPORTE-APLICADO.
       040-UN-PAGO-EXIT.
           EXIT.

      *RENGLON DE LA LISTA DE EXCEPCIONES.
       050-RECHAZAR-PAGO.
           ADD 1 TO WS-CANT-RECHAZADOS.
           ADD WS-MONTO TO WS-IMPORTE-RECHAZADO.
           MOVE WS-MONTO TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-EXCEPCION.
           STRING "SOCIO "          DELIMITED BY SIZE
                   WS-SOCIO-ID      DELIMITED BY SIZE
                   " IMPORTE "      DELIMITED BY SIZE
                   WS-IMPORTE-EDIT  DELIMITED BY SIZE
                   " REF "          DELIMITED BY SIZE
                   WS-REFERENCIA    DELIMITED BY SIZE
                   INTO LINEA-EXCEPCION.
           WRITE LINEA-EXCEPCION.
           MOVE SPACES TO LINEA-EXCEPCION.
           STRING "  COBRADO EL "    DELIMITED BY SIZE
                   PLA-FECHA         DELIMITED BY SIZE
                   " - MOTIVO: "     DELIMITED BY SIZE
                   WS-MOTIVO-RECHAZO DELIMITED BY SIZE
                   INTO LINEA-EXCEPCION.
           WRITE LINEA-EXCEPCION.

      *DEJA LA REFERENCIA PROCESADA (APLICADA CON SU RECIBO, O
      *RECHAZADA CON SU MOTIVO) PARA QUE NO SE APLIQUE DOS VECES.
       055-GRABAR-COBRO.
           MOVE WS-REFERENCIA     TO COB-REFERENCIA.
           MOVE WS-SOCIO-ID       TO COB-SOCIO-ID.
           MOVE WS-MONTO          TO COB-IMPORTE.
           MOVE PLA-FECHA         TO COB-FECHA-COBRO.
           MOVE WS-FECHA-HOY      TO COB-FECHA-PROCESO.
           MOVE WS-LOTE           TO COB-LOTE.
           MOVE WS-RECIBO         TO COB-RECIBO.
           MOVE WS-MOTIVO-RECHAZO TO COB-MOTIVO.
           IF WS-MOTIVO-RECHAZO = SPACES
               SET COB-APLICADO TO TRUE
           ELSE
               SET COB-RECHAZADO TO TRUE
           END-IF.
           WRITE DATOS-COBRO
               INVALID KEY DISPLAY "ERROR AL GRABAR LA REFERENCIA "
                                   WS-REFERENCIA
           END-WRITE.

      *LA LIQUIDACION QUEDA PENDIENTE HASTA QUE DEPOSITOS-BANCO LA
      *ENCUENTRE ACREDITADA EN EL RESUMEN.
       060-GRABAR-LIQUIDACION.
           MOVE WS-LOTE              TO LIQ-LOTE.
           MOVE WS-FECHA-LIQ         TO LIQ-FECHA.
           MOVE WS-TOTAL-PLATAFORMA  TO LIQ-IMPORTE.
           MOVE WS-CANT-PLATAFORMA   TO LIQ-CANTIDAD.
           MOVE WS-IMPORTE-APLICADO  TO LIQ-APLICADO.
           MOVE WS-IMPORTE-RECHAZADO TO LIQ-RECHAZADO.
           SET LIQ-PENDIENTE         TO TRUE.
           MOVE ZEROS                TO LIQ-FECHA-CONCILIADO.
           WRITE DATOS-LIQUIDACION
               INVALID KEY DISPLAY "ERROR AL GRABAR LA LIQUIDACION "
                                   WS-LOTE
           END-WRITE.

      *TOTALES AL PIE DE LA LISTA. SI EL TOTAL QUE INFORMA LA
      *PLATAFORMA NO ES LA SUMA DE SUS PAGOS SE AVISA: LO QUE SE
      *CONCILIA CONTRA EL BANCO ES EL TOTAL DE LA PLATAFORMA.
       070-TOTALES.
           IF WS-CANT-RECHAZADOS = ZEROS
               MOVE "SIN PAGOS RECHAZADOS." TO LINEA-EXCEPCION
               WRITE LINEA-EXCEPCION
           END-IF.
           MOVE SPACES TO LINEA-EXCEPCION.
           WRITE LINEA-EXCEPCION.
           MOVE WS-IMPORTE-APLICADO TO WS-TOTAL-EDIT.
           MOVE SPACES TO LINEA-EXCEPCION.
           STRING "APLICADOS:  "      DELIMITED BY SIZE
                   WS-CANT-APLICADOS  DELIMITED BY SIZE
                   "  IMPORTE "       DELIMITED BY SIZE
                   WS-TOTAL-EDIT      DELIMITED BY SIZE
                   INTO LINEA-EXCEPCION.
           WRITE LINEA-EXCEPCION.
           MOVE WS-IMPORTE-RECHAZADO TO WS-TOTAL-EDIT.
           MOVE SPACES TO LINEA-EXCEPCION.
           STRING "RECHAZADOS: "      DELIMITED BY SIZE
                   WS-CANT-RECHAZADOS DELIMITED BY SIZE
                   "  IMPORTE "       DELIMITED BY SIZE
                   WS-TOTAL-EDIT      DELIMITED BY SIZE
                   INTO LINEA-EXCEPCION.
           WRITE LINEA-EXCEPCION.
           MOVE WS-TOTAL-PLATAFORMA TO WS-TOTAL-EDIT.
           MOVE SPACES TO LINEA-EXCEPCION.
           STRING "LIQUIDACION DEL "  DELIMITED BY SIZE
                   WS-FECHA-LIQ       DELIMITED BY SIZE
                   " A CONCILIAR: "   DELIMITED BY SIZE
                   WS-CANT-PLATAFORMA DELIMITED BY SIZE
                   " PAGOS, "         DELIMITED BY SIZE
                   WS-TOTAL-EDIT      DELIMITED BY SIZE
                   INTO LINEA-EXCEPCION.
           WRITE LINEA-EXCEPCION.
           IF NOT HAY-LINEA-TOTAL
               MOVE "ATENCION: EL ARCHIVO NO TRAE LINEA DE TOTAL, SE "
                       TO LINEA-EXCEPCION
               MOVE "CONCILIA LA SUMA DE LOS PAGOS."
                       TO LINEA-EXCEPCION (49:30)
               WRITE LINEA-EXCEPCION
               DISPLAY "EL ARCHIVO NO TRAE LINEA DE TOTAL."
           END-IF.
           IF WS-TOTAL-PLATAFORMA NOT = WS-SUMA-ARCHIVO
                   OR WS-CANT-PLATAFORMA NOT = WS-CANT-ARCHIVO
               MOVE WS-SUMA-ARCHIVO TO WS-TOTAL-EDIT
               MOVE SPACES TO LINEA-EXCEPCION
               STRING "ATENCION: LOS PAGOS DEL ARCHIVO SUMAN "
                                       DELIMITED BY SIZE
                       WS-CANT-ARCHIVO DELIMITED BY SIZE
                       " / "           DELIMITED BY SIZE
                       WS-TOTAL-EDIT   DELIMITED BY SIZE
                       INTO LINEA-EXCEPCION
               WRITE LINEA-EXCEPCION
               MOVE "Y NO COINCIDEN CON EL TOTAL DE LA LIQUIDACION."
                       TO LINEA-EXCEPCION
               WRITE LINEA-EXCEPCION
               DISPLAY "ATENCION: EL TOTAL DE LA LIQUIDACION NO "
                       "COINCIDE CON LOS PAGOS DEL ARCHIVO."
           END-IF.

      *RECORRE EL LIBRO MAYOR Y SUMA LAS MULTAS ASIGNADAS MENOS LOS
      *PAGOS RECIBIDOS PARA EL SOCIO WS-SOCIO-ID, DESDE EL SALDO
      *ARRASTRADO AL ULTIMO CORTE (MISMO CALCULO QUE PROG-PAGOS-F).
       CALCULAR-SALDO-SOCIO.
           MOVE ZEROS TO WS-SALDO-ASIGNADO WS-SALDO-PAGADO
                          WS-SALDO-ADEUDADO.
           OPEN INPUT SALDOS-FINES.
           IF NOT F-NOEXISTE-SALDOS
               MOVE WS-SOCIO-ID TO SAL-SOCIO-ID
               READ SALDOS-FINES
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-SALDO-FINES
                   ADD SAL-ASIGNADO TO WS-SALDO-ASIGNADO
                   ADD SAL-PAGADO   TO WS-SALDO-PAGADO
               END-IF
           END-IF.
           CLOSE SALDOS-FINES.
           OPEN INPUT REG-FINES.
           IF F-NOEXISTE-FINES
               CLOSE REG-FINES
               GO TO CALCULAR-SALDO-SOCIO-EXIT
           END-IF.
           READ REG-FINES AT END SET FIN-REG-FINES TO TRUE END-READ.
           PERFORM UNTIL FIN-REG-FINES
               IF FINES-SOCIO-ID = WS-SOCIO-ID
                   IF FINES-ASIGNADA
                       ADD FINES-MONTO TO WS-SALDO-ASIGNADO
                   ELSE
                       ADD FINES-MONTO TO WS-SALDO-PAGADO
                   END-IF
               END-IF
               READ REG-FINES AT END SET FIN-REG-FINES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE REG-FINES.
       CALCULAR-SALDO-SOCIO-EXIT.
           EXIT.

       PROXIMO-RECIBO.
           MOVE ZEROS TO WS-RECIBO.
           OPEN INPUT RECIBO-NUMERADOR.
           IF NOT F-NOEXISTE-RECNUM
               READ RECIBO-NUMERADOR INTO WS-RECIBO
                   AT END MOVE ZEROS TO WS-RECIBO
               END-READ
               CLOSE RECIBO-NUMERADOR
           END-IF.
           ADD 1 TO WS-RECIBO.
           OPEN OUTPUT RECIBO-NUMERADOR.
           MOVE WS-RECIBO TO LINEA-RECIBO-NUM.
           WRITE LINEA-RECIBO-NUM.
           CLOSE RECIBO-NUMERADOR.

      *RECIBO CHICO, MISMO FORMATO DE 40 COLUMNAS QUE EL DEL
      *MOSTRADOR, CON LA REFERENCIA DE LA PLATAFORMA. AL SOCIO CON
      *CORREO ELECTRONICO LE SALE COMO MENSAJE EN LA COLA DE CORREO;
      *SI NO, QUEDA EN RECIBOS-MULTAS.LST PARA ENTREGARLO EN LA
      *PROXIMA VISITA.
       IMPRIMIR-RECIBO.
           MOVE "P" TO WS-CANAL-RECIBO.
           MOVE SPACES TO WS-COLA-EMAIL.
           IF SOCIO-EMAIL-STATUS NOT = SPACES
               AND NOT SOCIO-EMAIL-REBOTADO
               AND NOT SOCIO-SIN-CARTAS
               MOVE "E" TO WS-CANAL-RECIBO
               MOVE SOCIO-EMAIL-STATUS TO WS-COLA-EMAIL
           END-IF.
           IF RECIBO-POR-EMAIL
               PERFORM ABRIR-MENSAJE-CORREO
           ELSE
               OPEN EXTEND RECIBOS
               IF F-NOEXISTE-RECIBOS
                   CLOSE RECIBOS
                   OPEN OUTPUT RECIBOS
               END-IF
           END-IF.
           MOVE ALL "-" TO LINEA-RECIBO.
           PERFORM EMITIR-LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "RECIBO NRO "     DELIMITED BY SIZE
                   WS-RECIBO        DELIMITED BY SIZE
                   " - "            DELIMITED BY SIZE
                   WS-FECHA-HOY     DELIMITED BY SIZE
                   INTO LINEA-RECIBO.
           PERFORM EMITIR-LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "PAGO WEB     "   DELIMITED BY SIZE
                   " SOCIO "        DELIMITED BY SIZE
                   WS-SOCIO-ID      DELIMITED BY SIZE
                   INTO LINEA-RECIBO.
           PERFORM EMITIR-LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "REF. "           DELIMITED BY SIZE
                   WS-REFERENCIA    DELIMITED BY SIZE
                   INTO LINEA-RECIBO.
           PERFORM EMITIR-LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           MOVE WS-MONTO TO WS-IMPORTE-EDIT.
           STRING "IMPORTE: $"      DELIMITED BY SIZE
                   WS-IMPORTE-EDIT  DELIMITED BY SIZE
                   INTO LINEA-RECIBO.
           PERFORM EMITIR-LINEA-RECIBO.
           MOVE ALL "-" TO LINEA-RECIBO.
           PERFORM EMITIR-LINEA-RECIBO.
           IF RECIBO-POR-EMAIL
               PERFORM CERRAR-MENSAJE-CORREO
           ELSE
               CLOSE RECIBOS
           END-IF.

       EMITIR-LINEA-RECIBO.
           IF RECIBO-POR-EMAIL
               MOVE LINEA-RECIBO TO WS-COLA-TEXTO
               PERFORM GRABAR-RENGLON-CORREO
           ELSE
               WRITE LINEA-RECIBO
           END-IF.

      *ABRE UN MENSAJE NUEVO EN LA COLA DE CORREO: TOMA EL NUMERO
      *DEL NUMERADOR (MISMO MANEJO QUE PROXIMO-RECIBO) Y GRABA EL
      *RENGLON 000 DE CABECERA PARA LA PASARELA.
       ABRIR-MENSAJE-CORREO.
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
           MOVE "PAGOS-WEB"        TO COLA-ORIGEN.
           MOVE WS-SOCIO-ID        TO COLA-SOCIO.
           MOVE WS-COLA-EMAIL      TO COLA-EMAIL.
           MOVE "BIBLIOTECA - RECIBO DE MULTAS" TO COLA-ASUNTO.
           WRITE LINEA-COLA.

      *UN RENGLON DE TEXTO (WS-COLA-TEXTO) DEL MENSAJE EN CURSO.
       GRABAR-RENGLON-CORREO.
           ADD 1 TO WS-COLA-RENGLON.
           MOVE SPACES TO LINEA-COLA.
           MOVE WS-COLA-NUMERO  TO COLA-NUMERO.
           MOVE WS-COLA-RENGLON TO COLA-RENGLON.
           MOVE WS-COLA-TEXTO   TO COLA-LINEA.
           WRITE LINEA-COLA.

       CERRAR-MENSAJE-CORREO.
           CLOSE COLA-CORREO.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "PAGOS-WEB "       DELIMITED BY SIZE
                  WS-ARCHIVO-ERROR   DELIMITED BY SIZE
                  " STATUS="         DELIMITED BY SIZE
                  WS-STATUS-ERROR    DELIMITED BY SIZE
                  " FECHA="          DELIMITED BY SIZE
                  WS-FECHA-ERROR     DELIMITED BY SIZE
                  " HORA="           DELIMITED BY SIZE
                  WS-HORA-ERROR      DELIMITED BY SIZE
                       " SEV="           DELIMITED BY SIZE
                       WS-SEVERIDAD-ERROR DELIMITED BY SIZE
                       INTO LINEA-ERROR-LOG
           END-STRING.
           OPEN EXTEND ERROR-LOG.
           IF NOT ESTA-ERROR-LOG
               CLOSE ERROR-LOG
               OPEN OUTPUT ERROR-LOG
           END-IF.
           WRITE LINEA-ERROR-LOG.
           CLOSE ERROR-LOG.
       END PROGRAM PAGOS-WEB.
