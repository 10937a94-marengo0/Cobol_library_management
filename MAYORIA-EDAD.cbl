       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MAYORIA-EDAD.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *PASO A ADULTO DE LOS SOCIOS NINIOS: LA FICHA DE CLASE N
      *(MANT-CLASES) QUEDABA PARA SIEMPRE CON LOS CUPOS DE NINIO Y
      *CON EL RESPONSABLE (ENT-RESPONSABLE), ASI QUE DESPUES DE LOS
      *18 ANIOS SUS MULTAS SEGUIAN SALIENDO EN EL ESTADO FAMILIAR
      *DEL PADRE Y LA SUSPENSION DEL PADRE LO SEGUIA ALCANZANDO.
      *ESTE PROCESO MENSUAL SIN PANTALLA (PARA AGENDAR EN
      *AGENDA-BATCH.DAT DE PROCESO-NOCTURNO) RECORRE SIENT01.FIC Y,
      *PARA CADA SOCIO DE CLASE N CUYA FECHA DE NACIMIENTO CUMPLE
      *EDAD-ADULTA ANIOS A LA FECHA:
      *  - LO PASA A CLASE A Y BORRA EL RESPONSABLE, CON SUS LINEAS
      *    EN AUDITORIA-SOCIOS.DAT Y LA IMAGEN EN EL JORNAL;
      *  - DEJA UNA NOTA EN SIENT01T.FIC DEL SOCIO Y OTRA EN LA DEL
      *    RESPONSABLE;
      *  - ENCOLA EL CARNET NUEVO EN CARNETS-PENDIENTES.DAT, QUE
      *    IMPRIME CARNET-SOCIOS (OPCION DE CARNETS PENDIENTES);
      *  - LE ESCRIBE LA CARTA DE BIENVENIDA (CARTAS-MAYORIA.LST) O
      *    EL MENSAJE EN LA COLA CORREO-SALIDA.DAT, CON LAS REGLAS
      *    DE CANAL DE VENC-MEMBRESIAS.
      *EL LISTADO PARA EL MOSTRADOR (MAYORIA-EDAD.LST) TRAE A TODOS
      *LOS PASADOS Y MARCA A LOS QUE TIENEN SALDO DE MULTAS (SALDO
      *ARRASTRADO DE CIERRE-FINES MAS FILAS VIVAS) QUE HAY QUE
      *REPARTIR ENTRE SU CUENTA Y LA DEL RESPONSABLE, A LOS DE
      *RESPONSABLE SUSPENDIDO, A LOS QUE QUEDAN PARA SEGUIMIENTO
      *POR SIN CARTAS O CORREO DEVUELTO, A LOS DE NOTAS LLENAS Y A
      *LOS NINIOS SIN FECHA DE NACIMIENTO CARGADA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-SOCIOS ASSIGN TO "SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

      *FICHERO DE NOTAS POR SOCIO DE SIENT01T.
           SELECT REG-NOTAS ASSIGN TO "sient01t.fic"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTA-CLAVE-STATUS
               FILE STATUS IS FS-REG-NOTAS.

           SELECT REG-FINES ASSIGN TO "REG-FINES-MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REG-FINES.

      *SALDO ARRASTRADO POR SOCIO AL ULTIMO CORTE DE CIERRE-FINES.
           SELECT SALDOS-FINES ASSIGN TO "SALDOS-FINES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SAL-SOCIO-ID
               FILE STATUS IS FS-SALDOS-FINES.

           SELECT AUDITORIA-SOCIOS ASSIGN TO "AUDITORIA-SOCIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA-SOC.

      *COLA DE CARNETS A IMPRIMIR POR CARNET-SOCIOS.
           SELECT CARNETS-PENDIENTES ASSIGN TO "CARNETS-PENDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDIENTES.

           SELECT LISTADO ASSIGN TO "MAYORIA-EDAD.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

           SELECT CARTAS ASSIGN TO "CARTAS-MAYORIA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTAS.

      *COLA DE CORREO SALIENTE QUE LEVANTA LA PASARELA DE CORREO
      *(MISMO FORMATO QUE VENC-MEMBRESIAS).
           SELECT COLA-CORREO ASSIGN TO "CORREO-SALIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COLA-CORREO.

           SELECT COLA-NUMERADOR ASSIGN TO "CORREO-SALIDA.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COLA-NUMERADOR.

      *JORNAL DE IMAGENES POSTERIORES (JORNAL-DIARIO.DAT): CADA
      *FICHA MODIFICADA DEJA SU IMAGEN PARA QUE REPONE-JORNAL PUEDA
      *REAPLICAR EL DIA.
           SELECT JORNAL-DIARIO ASSIGN TO "JORNAL-DIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD REG-SOCIOS.
       01 DATOS-SOCIO-STATUS.
           05 SOCIO-CLAVE-STATUS      PIC X(11).
           05 SOCIO-NOMBRE-STATUS     PIC X(40).
           05 FILLER                  PIC X(70).
           05 SOCIO-DOMICILIO-STATUS  PIC X(40).
           05 SOCIO-FECHA-NAC-STATUS  PIC 9(8).
           05 FILLER                  PIC X(8).
           05 SOCIO-SUSPENDIDO-STATUS PIC X(01).
               88 SOCIO-ESTA-SUSPENDIDO VALUE "S" "s".
           05 FILLER                  PIC X(8).
      *RESPONSABLE DE LA FICHA Y CLASE DE SOCIO (MANT-CLASES).
           05 SOCIO-RESPONSABLE-STATUS PIC X(11).
           05 SOCIO-CLASE-STATUS      PIC X(01).
               88 SOCIO-CLASE-NINIO   VALUE "N".
      *MARCA DE CORREO DEVUELTO Y PREFERENCIA SIN CARTAS
      *(SIENT01M / CORREO-DEVUELTO.CBL).
           05 SOCIO-CORREO-DEV-STATUS PIC X(01).
               88 SOCIO-CORREO-DEVUELTO VALUE "S" "s".
           05 SOCIO-SIN-CARTAS-STATUS PIC X(01).
               88 SOCIO-SIN-CARTAS    VALUE "S" "s".
      *DIRECCION DE CORREO ELECTRONICO Y MARCA DE REBOTE.
           05 SOCIO-EMAIL-STATUS      PIC X(50).
           05 SOCIO-EMAIL-REB-STATUS  PIC X(01).
               88 SOCIO-EMAIL-REBOTADO VALUE "S" "s".
           05 FILLER                  PIC X(261).

       FD REG-NOTAS.
       01 REG-NTA-STATUS.
           05 NTA-CLAVE-STATUS        PIC X(11).
           05 NTA-LINEA-STATUS        PIC X(68) OCCURS 10.
           05 FILLER                  PIC X(30).

       FD REG-FINES.
       01 FINES-TRANSACCION.
           05 FINES-SOCIO-ID         PIC 9(6).
           05 FINES-LIBRO-ID         PIC 9(6).
           05 FINES-FECHA            PIC 9(8).
           05 FINES-TIPO             PIC X(01).
               88 FINES-ASIGNADA     VALUE "A".
           05 FINES-MONTO            PIC 9(6)V99.
           05 FILLER                 PIC X(41).

       FD SALDOS-FINES.
       01 REG-SALDO-FINES.
           05 SAL-SOCIO-ID            PIC 9(6).
           05 SAL-ASIGNADO            PIC 9(8)V99.
           05 SAL-PAGADO              PIC 9(8)V99.
           05 SAL-FECHA-VIEJA         PIC 9(8).
           05 SAL-FECHA-CORTE         PIC 9(8).

       FD AUDITORIA-SOCIOS.
       01 LINEA-AUDITORIA-SOC         PIC X(100).

      *UN CARNET A IMPRIMIR: CLAVE, FECHA DEL PEDIDO Y QUIEN LO
      *ENCOLO.
       FD CARNETS-PENDIENTES.
       01 DATOS-PENDIENTE.
           05 PEN-CLAVE               PIC X(11).
           05 PEN-FECHA               PIC 9(8).
           05 PEN-ORIGEN              PIC X(10).

       FD LISTADO.
       01 LINEA-LISTADO               PIC X(80).

       FD CARTAS.
       01 LINEA-CARTA                 PIC X(80).

      *MENSAJE DE LA COLA: RENGLON 000 DE CABECERA Y LUEGO LOS
      *RENGLONES DE TEXTO, IGUALES A LOS DE LA CARTA IMPRESA.
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

       FD JORNAL-DIARIO.
       01 LINEA-JORNAL.
           05 JRN-FECHA               PIC 9(8).
           05 JRN-HORA                PIC 9(8).
           05 JRN-ARCHIVO             PIC X(20).
      *W=ALTA, R=MODIFICACION, D=BAJA.
           05 JRN-OPERACION           PIC X(1).
           05 JRN-REGISTRO            PIC X(512).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-REG-SOCIOS            PIC XX.
           88 ESTA-REG-SOC         VALUE "00" "02".
           88 FIN-REG-SOC          VALUE "10".
           88 F-NOEXISTE-SOC       VALUE "35".

       77 FS-REG-NOTAS             PIC XX.
           88 ESTA-REG-NTA         VALUE "00" "02".
           88 F-NOEXISTE-NTA       VALUE "35".

       77 FS-REG-FINES             PIC XX.
           88 FIN-REG-FINES        VALUE "10".
           88 F-NOEXISTE-FINES     VALUE "35".

       77 FS-SALDOS-FINES          PIC XX.
           88 ESTA-SALDO           VALUE "00" "02".
           88 F-NOEXISTE-SALDOS    VALUE "35".

       77 FS-AUDITORIA-SOC         PIC XX.
           88 F-NOEXISTE-AUDSOC    VALUE "05" "35".

       77 FS-PENDIENTES            PIC XX.
           88 F-NOEXISTE-PEN       VALUE "05" "35".

       77 FS-LISTADO               PIC XX.
       77 FS-CARTAS                PIC XX.

       77 FS-COLA-CORREO           PIC XX.
           88 F-NOEXISTE-COLA      VALUE "05" "35".
       77 FS-COLA-NUMERADOR        PIC XX.
           88 F-NOEXISTE-COLANUM   VALUE "35".

       77 FS-JORNAL                PIC XX.
           88 F-NOEXISTE-JRN       VALUE "05" "35".
       77 WS-JRN-OPERACION         PIC X VALUE SPACES.

       77 FS-ERROR-LOG             PIC XX.
           88 ESTA-ERROR-LOG       VALUE "00" "02".

      *VARIABLES DE LA LINEA DE AUDITORIA DE LA FICHA, MISMO ARMADO
      *QUE AUDITAR-CAMBIO-SOCIO EN SUSPENSION-AUTO.CBL.
       77 AUDS-CLAVE               PIC X(11) VALUE SPACES.
       77 AUDS-CAMPO               PIC X(15) VALUE SPACES.
       77 AUDS-ANTERIOR            PIC X(20) VALUE SPACES.
       77 AUDS-NUEVO               PIC X(20) VALUE SPACES.
       77 AUDS-FECHA               PIC 9(8)  VALUE ZEROS.
       77 AUDS-HORA                PIC 9(8)  VALUE ZEROS.
       77 AUDS-OPERADOR            PIC X(10) VALUE "MAYORIA".

      *VARIABLES PARA LA BITACORA CENTRAL DE ERRORES.
       77 WS-ARCHIVO-ERROR         PIC X(20) VALUE SPACES.
      *SEVERIDAD DE LA LINEA DE BITACORA (F=FATAL, E=ERROR,
      *W=AVISO); EL QUE LLAMA PUEDE PISARLA ANTES DE REGISTRAR.
       77 WS-SEVERIDAD-ERROR   PIC X     VALUE "E".
       77 WS-STATUS-ERROR          PIC XX    VALUE SPACES.
       77 WS-FECHA-ERROR           PIC 9(8)  VALUE ZEROS.
       77 WS-HORA-ERROR            PIC 9(8)  VALUE ZEROS.

      *EDAD A PARTIR DE LA CUAL EL SOCIO PASA A ADULTO, Y CLASES DE
      *ORIGEN Y DESTINO (TABLA DE MANT-CLASES).
       77 EDAD-ADULTA              PIC 9(2) VALUE 18.
       77 CLASE-ADULTO             PIC X(1) VALUE "A".

       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-FECHA-CORTE           PIC 9(8) VALUE ZEROS.

      *SOCIO EN CURSO.
       77 WS-CLAVE-SOCIO           PIC X(11) VALUE SPACES.
       77 WS-SOCIO-ID              PIC 9(6) VALUE ZEROS.
       77 WS-RESPONSABLE           PIC X(11) VALUE SPACES.
       77 WS-CLASE-ANTERIOR        PIC X(1) VALUE SPACES.
       77 WS-SALDO-ADEUDADO        PIC S9(8)V99 VALUE ZEROS.
       77 WS-IMPORTE-EDIT          PIC -(7)9.99.
       77 WS-RESP-SUSPENDIDO       PIC X VALUE "N".
           88 RESPONSABLE-SUSPENDIDO VALUE "S".

      *NOTA A AGREGAR Y FICHA DE NOTAS DONDE VA.
       77 WS-NOTA-CLAVE            PIC X(11) VALUE SPACES.
       77 WS-NOTA-NUEVA            PIC X(68) VALUE SPACES.
       77 WS-NOTA-GRABADA          PIC X VALUE "N".
           88 NOTA-GRABADA         VALUE "S".
       77 WS-IND                   PIC 9(2) VALUE ZEROS.

      *CANAL DEL AVISO (E=CORREO ELECTRONICO, P=PAPEL).
       77 WS-CANAL-AVISO           PIC X VALUE "P".
           88 AVISO-POR-EMAIL      VALUE "E".
       77 WS-COLA-NUMERO           PIC 9(8) VALUE ZEROS.
       77 WS-COLA-RENGLON          PIC 9(3) VALUE ZEROS.
       77 WS-COLA-ASUNTO           PIC X(40) VALUE SPACES.
       77 WS-COLA-TEXTO            PIC X(80) VALUE SPACES.

      *TOTALES DE LA CORRIDA.
       77 WS-CANT-LEIDOS           PIC 9(6) VALUE ZEROS.
       77 WS-CANT-PASADOS          PIC 9(5) VALUE ZEROS.
       77 WS-CANT-CARTAS           PIC 9(5) VALUE ZEROS.
       77 WS-CANT-CORREOS          PIC 9(5) VALUE ZEROS.
       77 WS-CANT-SEGUIMIENTO      PIC 9(5) VALUE ZEROS.
       77 WS-CANT-CON-SALDO        PIC 9(5) VALUE ZEROS.
       77 WS-CANT-SIN-FECHA        PIC 9(5) VALUE ZEROS.
       77 WS-CANT-ERRONEOS         PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-FECHA-CORTE = WS-FECHA-HOY - EDAD-ADULTA * 10000.
           DISPLAY "===== PASO A ADULTO DE SOCIOS NINIOS =====".
           DISPLAY "NACIDOS HASTA EL " WS-FECHA-CORTE " INCLUSIVE.".
           OPEN I-O REG-SOCIOS.
           IF F-NOEXISTE-SOC
               DISPLAY "NO SE ENCUENTRA SIENT01.FIC."
               MOVE "SIENT01.FIC"  TO WS-ARCHIVO-ERROR
               MOVE FS-REG-SOCIOS  TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           OPEN OUTPUT LISTADO.
           OPEN OUTPUT CARTAS.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "SOCIOS QUE PASAN A ADULTO - " DELIMITED BY SIZE
                   WS-FECHA-HOY                  DELIMITED BY SIZE
                   INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "CLAVE       NOMBRE                         NACIDO"
                   TO LINEA-LISTADO.
           MOVE "RESPONSABLE AVISO" TO LINEA-LISTADO (53:17).
           WRITE LINEA-LISTADO.
           MOVE ALL "-" TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE LOW-VALUES TO SOCIO-CLAVE-STATUS.
           START REG-SOCIOS KEY IS NOT LESS THAN SOCIO-CLAVE-STATUS
               INVALID KEY SET FIN-REG-SOC TO TRUE
           END-START.
           IF NOT FIN-REG-SOC
               READ REG-SOCIOS NEXT RECORD AT END SET FIN-REG-SOC
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-REG-SOC
               ADD 1 TO WS-CANT-LEIDOS
               IF SOCIO-CLASE-NINIO
                   PERFORM 020-REVISAR-NINIO
                           THRU 020-REVISAR-NINIO-EXIT
               END-IF
               READ REG-SOCIOS NEXT RECORD AT END SET FIN-REG-SOC
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE REG-SOCIOS.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "PASADOS A ADULTO: " WS-CANT-PASADOS
                   "  CARTAS: " WS-CANT-CARTAS
                   "  CORREOS: " WS-CANT-CORREOS
                   "  SEGUIMIENTO: " WS-CANT-SEGUIMIENTO
                   DELIMITED BY SIZE INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "CON SALDO A REPARTIR: " WS-CANT-CON-SALDO
                   "  NINIOS SIN FECHA DE NACIMIENTO: "
                   WS-CANT-SIN-FECHA
                   DELIMITED BY SIZE INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           CLOSE LISTADO.
           CLOSE CARTAS.
           DISPLAY "FICHAS LEIDAS " WS-CANT-LEIDOS
                   "  PASADAS A ADULTO " WS-CANT-PASADOS
                   "  CON SALDO A REPARTIR " WS-CANT-CON-SALDO.
           IF WS-CANT-ERRONEOS > ZEROS
               DISPLAY "FICHAS QUE NO SE PUDIERON REGRABAR: "
                       WS-CANT-ERRONEOS
           END-IF.
           DISPLAY "LISTADO EN MAYORIA-EDAD.LST, CARTAS EN "
                   "CARTAS-MAYORIA.LST.".
       010-PRINCIPAL-FIN.
           GOBACK.

      *FICHA DE CLASE N EN CURSO: SIN FECHA DE NACIMIENTO SE LISTA
      *PARA QUE LA COMPLETEN; SI YA CUMPLIO LA EDAD SE PASA.
       020-REVISAR-NINIO.
           IF SOCIO-FECHA-NAC-STATUS IS NOT NUMERIC
               OR SOCIO-FECHA-NAC-STATUS = ZEROS
               ADD 1 TO WS-CANT-SIN-FECHA
               MOVE SPACES TO LINEA-LISTADO
               MOVE SOCIO-CLAVE-STATUS         TO LINEA-LISTADO (1:11)
               MOVE SOCIO-NOMBRE-STATUS (1:30) TO LINEA-LISTADO (13:30)
               MOVE "SIN FECHA DE NACIMIENTO"  TO LINEA-LISTADO (44:23)
               WRITE LINEA-LISTADO
               GO TO 020-REVISAR-NINIO-EXIT
           END-IF.
           IF SOCIO-FECHA-NAC-STATUS > WS-FECHA-CORTE
               GO TO 020-REVISAR-NINIO-EXIT
           END-IF.
           PERFORM 030-PASAR-A-ADULTO THRU 030-PASAR-A-ADULTO-EXIT.
       020-REVISAR-NINIO-EXIT.
           EXIT.

      *CAMBIO DE CLASE Y FIN DEL VINCULO CON EL RESPONSABLE. LA
      *LECTURA DE LA FICHA DEL RESPONSABLE MUEVE LA POSICION DE
      *SIENT01.FIC, ASI QUE AL FINAL SE RELEE LA FICHA DEL SOCIO
      *PARA QUE EL RECORRIDO SIGA DESDE ELLA.
       030-PASAR-A-ADULTO.
           MOVE SOCIO-CLAVE-STATUS       TO WS-CLAVE-SOCIO.
           MOVE SOCIO-RESPONSABLE-STATUS TO WS-RESPONSABLE.
           MOVE SOCIO-CLASE-STATUS       TO WS-CLASE-ANTERIOR.
           MOVE ZEROS TO WS-SOCIO-ID.
           IF SOCIO-CLAVE-STATUS (1:6) IS NUMERIC
               MOVE SOCIO-CLAVE-STATUS (1:6) TO WS-SOCIO-ID
           END-IF.
           MOVE CLASE-ADULTO TO SOCIO-CLASE-STATUS.
           MOVE SPACES       TO SOCIO-RESPONSABLE-STATUS.
           REWRITE DATOS-SOCIO-STATUS
               INVALID KEY CONTINUE
           END-REWRITE.
           IF NOT ESTA-REG-SOC
               ADD 1 TO WS-CANT-ERRONEOS
               MOVE "SIENT01.FIC"  TO WS-ARCHIVO-ERROR
               MOVE FS-REG-SOCIOS  TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               GO TO 030-PASAR-A-ADULTO-EXIT
           END-IF.
           ADD 1 TO WS-CANT-PASADOS.
           MOVE "R" TO WS-JRN-OPERACION.
           PERFORM JORNAL-SOCIO.
           MOVE WS-CLAVE-SOCIO    TO AUDS-CLAVE.
           MOVE "CLASE"           TO AUDS-CAMPO.
           MOVE WS-CLASE-ANTERIOR TO AUDS-ANTERIOR.
           MOVE CLASE-ADULTO      TO AUDS-NUEVO.
           PERFORM AUDITAR-CAMBIO-SOCIO.
           IF WS-RESPONSABLE NOT = SPACES
               MOVE "RESPONSABLE"  TO AUDS-CAMPO
               MOVE WS-RESPONSABLE TO AUDS-ANTERIOR
               MOVE SPACES         TO AUDS-NUEVO
               PERFORM AUDITAR-CAMBIO-SOCIO
           END-IF.
           MOVE SPACES TO LINEA-LISTADO.
           MOVE SOCIO-CLAVE-STATUS          TO LINEA-LISTADO (1:11).
           MOVE SOCIO-NOMBRE-STATUS (1:30)  TO LINEA-LISTADO (13:30).
           MOVE SOCIO-FECHA-NAC-STATUS      TO LINEA-LISTADO (44:8).
           MOVE WS-RESPONSABLE              TO LINEA-LISTADO (53:11).
           PERFORM 040-AVISAR-SOCIO.
           PERFORM 050-ENCOLAR-CARNET.
           MOVE WS-CLAVE-SOCIO TO WS-NOTA-CLAVE.
           MOVE SPACES TO WS-NOTA-NUEVA.
           IF WS-RESPONSABLE = SPACES
               STRING WS-FECHA-HOY " MAYORIA-EDAD: PASA A CLASE "
                       "ADULTO (SIN RESPONSABLE)"
                       DELIMITED BY SIZE INTO WS-NOTA-NUEVA
           ELSE
               STRING WS-FECHA-HOY " MAYORIA-EDAD: PASA A ADULTO, "
                       "DEJA RESPONSABLE " WS-RESPONSABLE
                       DELIMITED BY SIZE INTO WS-NOTA-NUEVA
           END-IF.
           PERFORM 060-AGREGAR-NOTA THRU 060-AGREGAR-NOTA-EXIT.
           WRITE LINEA-LISTADO.
           IF NOT NOTA-GRABADA
               PERFORM 065-LISTAR-NOTA-LLENA
           END-IF.
           PERFORM 070-SALDO-MULTAS THRU 070-SALDO-MULTAS-EXIT.
           IF WS-SALDO-ADEUDADO > ZEROS
               ADD 1 TO WS-CANT-CON-SALDO
               MOVE WS-SALDO-ADEUDADO TO WS-IMPORTE-EDIT
               MOVE SPACES TO LINEA-LISTADO
               IF WS-RESPONSABLE = SPACES
                   STRING "    SALDO DE MULTAS PENDIENTE: "
                           WS-IMPORTE-EDIT
                           DELIMITED BY SIZE INTO LINEA-LISTADO
               ELSE
                   STRING "    SALDO DE MULTAS A REPARTIR CON EL "
                           "RESPONSABLE: " WS-IMPORTE-EDIT
                           DELIMITED BY SIZE INTO LINEA-LISTADO
               END-IF
               WRITE LINEA-LISTADO
           END-IF.
           IF WS-RESPONSABLE = SPACES
               GO TO 030-PASAR-A-ADULTO-EXIT
           END-IF.
           PERFORM 080-AVISAR-RESPONSABLE
                   THRU 080-AVISAR-RESPONSABLE-EXIT.
           MOVE WS-CLAVE-SOCIO TO SOCIO-CLAVE-STATUS.
           READ REG-SOCIOS
               INVALID KEY CONTINUE
           END-READ.
       030-PASAR-A-ADULTO-EXIT.
           EXIT.

      *BIENVENIDA AL SOCIO: CANAL COMO VENC-MEMBRESIAS. SIN CARTAS
      *O CORREO DEVUELTO SIN CORREO ELECTRONICO QUEDA PARA
      *SEGUIMIENTO DEL MOSTRADOR.
       040-AVISAR-SOCIO.
           PERFORM 045-ELEGIR-CANAL.
           IF SOCIO-SIN-CARTAS
               OR (SOCIO-CORREO-DEVUELTO AND NOT AVISO-POR-EMAIL)
               ADD 1 TO WS-CANT-SEGUIMIENTO
               IF SOCIO-SIN-CARTAS
                   MOVE "SIN CARTAS" TO LINEA-LISTADO (65:10)
               ELSE
                   MOVE "CORREO DEV" TO LINEA-LISTADO (65:10)
               END-IF
           ELSE
               PERFORM 042-ESCRIBIR-CARTA
               IF AVISO-POR-EMAIL
                   ADD 1 TO WS-CANT-CORREOS
                   MOVE "CORREO" TO LINEA-LISTADO (65:6)
               ELSE
                   ADD 1 TO WS-CANT-CARTAS
                   MOVE "CARTA" TO LINEA-LISTADO (65:5)
               END-IF
           END-IF.

      *CARTA DE BIENVENIDA, AL PAPEL O COMO MENSAJE DE LA COLA.
       042-ESCRIBIR-CARTA.
           IF AVISO-POR-EMAIL
               MOVE "BIBLIOTECA - BIENVENIDO COMO SOCIO ADULTO"
                       TO WS-COLA-ASUNTO
               PERFORM ABRIR-MENSAJE-CORREO
           END-IF.
           MOVE ALL "=" TO LINEA-CARTA.
           PERFORM 044-EMITIR-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "BIBLIOTECA - BIENVENIDO COMO SOCIO ADULTO - "
                                           DELIMITED BY SIZE
                   WS-FECHA-HOY            DELIMITED BY SIZE
                   INTO LINEA-CARTA.
           PERFORM 044-EMITIR-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "SOCIO: "            DELIMITED BY SIZE
                   SOCIO-CLAVE-STATUS  DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   SOCIO-NOMBRE-STATUS DELIMITED BY SIZE
                   INTO LINEA-CARTA.
           PERFORM 044-EMITIR-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "DOMICILIO: "           DELIMITED BY SIZE
                   SOCIO-DOMICILIO-STATUS DELIMITED BY SIZE
                   INTO LINEA-CARTA.
           PERFORM 044-EMITIR-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           PERFORM 044-EMITIR-LINEA-CARTA.
           MOVE "ESTIMADO SOCIO: AL CUMPLIR LA MAYORIA DE EDAD SU"
                   TO LINEA-CARTA.
           PERFORM 044-EMITIR-LINEA-CARTA.
           MOVE "MEMBRESIA PASA A LA CLASE ADULTO, CON LOS CUPOS DE"
                   TO LINEA-CARTA.
           PERFORM 044-EMITIR-LINEA-CARTA.
           MOVE "PRESTAMOS Y RESERVAS DE ADULTO, Y SU CUENTA YA NO"
                   TO LINEA-CARTA.
           PERFORM 044-EMITIR-LINEA-CARTA.
           MOVE "DEPENDE DE UN RESPONSABLE. SU CARNET NUEVO LO ESPERA"
                   TO LINEA-CARTA.
           PERFORM 044-EMITIR-LINEA-CARTA.
           MOVE "EN EL MOSTRADOR; LA CUOTA DE ADULTO RIGE DESDE LA"
                   TO LINEA-CARTA.
           PERFORM 044-EMITIR-LINEA-CARTA.
           MOVE "PROXIMA RENOVACION."
                   TO LINEA-CARTA.
           PERFORM 044-EMITIR-LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           PERFORM 044-EMITIR-LINEA-CARTA.
           IF AVISO-POR-EMAIL
               PERFORM CERRAR-MENSAJE-CORREO
           END-IF.

      *CADA LINEA DE LA CARTA VA AL PAPEL O, SI EL SOCIO LA RECIBE
      *POR CORREO ELECTRONICO, COMO RENGLON DEL MENSAJE.
       044-EMITIR-LINEA-CARTA.
           IF AVISO-POR-EMAIL
               MOVE LINEA-CARTA TO WS-COLA-TEXTO
               PERFORM GRABAR-RENGLON-CORREO
           ELSE
               WRITE LINEA-CARTA
           END-IF.

      *CANAL DEL AVISO: CORREO ELECTRONICO SI LA FICHA TIENE
      *DIRECCION SIN MARCA DE REBOTE (NUNCA AL SOCIO SIN CARTAS);
      *PAPEL EN CUALQUIER OTRO CASO. MISMA REGLA QUE
      *VENC-MEMBRESIAS.
       045-ELEGIR-CANAL.
           MOVE "P" TO WS-CANAL-AVISO.
           IF SOCIO-EMAIL-STATUS NOT = SPACES
               AND NOT SOCIO-EMAIL-REBOTADO
               AND NOT SOCIO-SIN-CARTAS
               MOVE "E" TO WS-CANAL-AVISO
           END-IF.

      *EL CARNET NUEVO QUEDA EN LA COLA DE CARNET-SOCIOS.
       050-ENCOLAR-CARNET.
           OPEN EXTEND CARNETS-PENDIENTES.
           IF F-NOEXISTE-PEN
               CLOSE CARNETS-PENDIENTES
               OPEN OUTPUT CARNETS-PENDIENTES
           END-IF.
           MOVE WS-CLAVE-SOCIO TO PEN-CLAVE.
           MOVE WS-FECHA-HOY   TO PEN-FECHA.
           MOVE "MAYORIA"      TO PEN-ORIGEN.
           WRITE DATOS-PENDIENTE.
           CLOSE CARNETS-PENDIENTES.

      *AGREGA WS-NOTA-NUEVA EN EL PRIMER RENGLON LIBRE DE LAS NOTAS
      *DE WS-NOTA-CLAVE, CREANDO LA FICHA DE NOTAS SI NO EXISTE
      *(MISMA IDEA QUE LA REIMPRESION DE CARNET-SOCIOS). CON LOS
      *DIEZ RENGLONES OCUPADOS NO SE GRABA Y QUEDA EN EL LISTADO.
       060-AGREGAR-NOTA.
           MOVE "N" TO WS-NOTA-GRABADA.
           OPEN I-O REG-NOTAS.
           IF F-NOEXISTE-NTA
               CLOSE REG-NOTAS
               OPEN OUTPUT REG-NOTAS
               CLOSE REG-NOTAS
               OPEN I-O REG-NOTAS
           END-IF.
           MOVE WS-NOTA-CLAVE TO NTA-CLAVE-STATUS.
           READ REG-NOTAS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REG-NTA
               MOVE SPACES TO REG-NTA-STATUS
               MOVE WS-NOTA-CLAVE TO NTA-CLAVE-STATUS
               MOVE WS-NOTA-NUEVA TO NTA-LINEA-STATUS (1)
               WRITE REG-NTA-STATUS
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "S" TO WS-NOTA-GRABADA
               CLOSE REG-NOTAS
               GO TO 060-AGREGAR-NOTA-EXIT
           END-IF.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > 10
                       OR NTA-LINEA-STATUS (WS-IND) = SPACES
               CONTINUE
           END-PERFORM.
           IF WS-IND NOT > 10
               MOVE WS-NOTA-NUEVA TO NTA-LINEA-STATUS (WS-IND)
               REWRITE REG-NTA-STATUS
                   INVALID KEY CONTINUE
               END-REWRITE
               MOVE "S" TO WS-NOTA-GRABADA
           END-IF.
           CLOSE REG-NOTAS.
       060-AGREGAR-NOTA-EXIT.
           EXIT.

       065-LISTAR-NOTA-LLENA.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "    NOTAS LLENAS DE " WS-NOTA-CLAVE
                   ", ANOTAR A MANO: " WS-NOTA-NUEVA (10:40)
                   DELIMITED BY SIZE INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.

      *SALDO DE MULTAS DEL SOCIO: ARRASTRADO AL ULTIMO CORTE DE
      *CIERRE-FINES MAS LAS FILAS VIVAS (LA ASIGNADA SUMA, LO DEMAS
      *RESTA, COMO CALCULAR-SALDO-SOCIO).
       070-SALDO-MULTAS.
           MOVE ZEROS TO WS-SALDO-ADEUDADO.
           IF WS-SOCIO-ID = ZEROS
               GO TO 070-SALDO-MULTAS-EXIT
           END-IF.
           OPEN INPUT SALDOS-FINES.
           IF NOT F-NOEXISTE-SALDOS
               MOVE WS-SOCIO-ID TO SAL-SOCIO-ID
               READ SALDOS-FINES
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-SALDO
                   COMPUTE WS-SALDO-ADEUDADO =
                           SAL-ASIGNADO - SAL-PAGADO
               END-IF
               CLOSE SALDOS-FINES
           END-IF.
           OPEN INPUT REG-FINES.
           IF F-NOEXISTE-FINES
               GO TO 070-SALDO-MULTAS-EXIT
           END-IF.
           READ REG-FINES AT END SET FIN-REG-FINES TO TRUE END-READ.
           PERFORM UNTIL FIN-REG-FINES
               IF FINES-SOCIO-ID = WS-SOCIO-ID
                   IF FINES-ASIGNADA
                       ADD FINES-MONTO TO WS-SALDO-ADEUDADO
                   ELSE
                       SUBTRACT FINES-MONTO FROM WS-SALDO-ADEUDADO
                   END-IF
               END-IF
               READ REG-FINES AT END SET FIN-REG-FINES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE REG-FINES.
       070-SALDO-MULTAS-EXIT.
           EXIT.

      *FICHA DEL RESPONSABLE: NOTA DE QUE EL SOCIO DEJA DE ESTAR A
      *SU CARGO, Y MARCA EN EL LISTADO SI ESTA SUSPENDIDO (LA
      *SUSPENSION YA NO ALCANZA AL SOCIO).
       080-AVISAR-RESPONSABLE.
           MOVE "N" TO WS-RESP-SUSPENDIDO.
           MOVE WS-RESPONSABLE TO SOCIO-CLAVE-STATUS.
           READ REG-SOCIOS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REG-SOC
               MOVE SPACES TO LINEA-LISTADO
               STRING "    LA FICHA DEL RESPONSABLE " WS-RESPONSABLE
                       " NO EXISTE"
                       DELIMITED BY SIZE INTO LINEA-LISTADO
               WRITE LINEA-LISTADO
               GO TO 080-AVISAR-RESPONSABLE-EXIT
           END-IF.
           IF SOCIO-ESTA-SUSPENDIDO
               MOVE "S" TO WS-RESP-SUSPENDIDO
               MOVE SPACES TO LINEA-LISTADO
               STRING "    RESPONSABLE SUSPENDIDO: REVISAR SI LA "
                       "SUSPENSION VENIA DE ESTE SOCIO"
                       DELIMITED BY SIZE INTO LINEA-LISTADO
               WRITE LINEA-LISTADO
           END-IF.
           MOVE WS-RESPONSABLE TO WS-NOTA-CLAVE.
           MOVE SPACES TO WS-NOTA-NUEVA.
           STRING WS-FECHA-HOY " MAYORIA-EDAD: CUMPLIO "
                   EDAD-ADULTA " Y DEJA SU CARGO: " WS-CLAVE-SOCIO
                   DELIMITED BY SIZE INTO WS-NOTA-NUEVA.
           PERFORM 060-AGREGAR-NOTA THRU 060-AGREGAR-NOTA-EXIT.
           IF NOT NOTA-GRABADA
               PERFORM 065-LISTAR-NOTA-LLENA
           END-IF.
       080-AVISAR-RESPONSABLE-EXIT.
           EXIT.

      *ABRE UN MENSAJE NUEVO EN LA COLA DE CORREO: TOMA EL NUMERO
      *DEL NUMERADOR Y GRABA EL RENGLON 000 DE CABECERA PARA LA
      *PASARELA, COMO VENC-MEMBRESIAS.
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
           MOVE "MAYORIA"          TO COLA-ORIGEN.
           MOVE WS-SOCIO-ID        TO COLA-SOCIO.
           MOVE SOCIO-EMAIL-STATUS TO COLA-EMAIL.
           MOVE WS-COLA-ASUNTO     TO COLA-ASUNTO.
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

      *ESCRIBE UNA LINEA DE AUDITORIA DE LA FICHA DE ENTIDADES,
      *MISMO ARMADO QUE AUDITAR-CAMBIO-SOCIO EN SUSPENSION-AUTO.
       AUDITAR-CAMBIO-SOCIO.
           OPEN EXTEND AUDITORIA-SOCIOS.
           IF F-NOEXISTE-AUDSOC
               CLOSE AUDITORIA-SOCIOS
               OPEN OUTPUT AUDITORIA-SOCIOS
           END-IF.
           ACCEPT AUDS-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDS-HORA FROM TIME.
           MOVE SPACES TO LINEA-AUDITORIA-SOC.
           STRING AUDS-CLAVE     DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   AUDS-CAMPO    DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   AUDS-ANTERIOR DELIMITED BY SIZE
                   " -> "        DELIMITED BY SIZE
                   AUDS-NUEVO    DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   AUDS-FECHA    DELIMITED BY SIZE
                   AUDS-HORA     DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   AUDS-OPERADOR DELIMITED BY SIZE
                   INTO LINEA-AUDITORIA-SOC.
           WRITE LINEA-AUDITORIA-SOC.
           CLOSE AUDITORIA-SOCIOS.

      *AGREGA LA LINEA DE JORNAL DE LA FICHA EN CURSO, MISMO
      *ESQUEMA QUE GRABAR-LINEA-JORNAL EN REGISTROLIBROS.
       JORNAL-SOCIO.
           OPEN EXTEND JORNAL-DIARIO.
           IF F-NOEXISTE-JRN
               CLOSE JORNAL-DIARIO
               OPEN OUTPUT JORNAL-DIARIO
           END-IF.
           ACCEPT JRN-FECHA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE "SIENT01.FIC" TO JRN-ARCHIVO.
           MOVE WS-JRN-OPERACION TO JRN-OPERACION.
           MOVE SPACES TO JRN-REGISTRO.
           MOVE DATOS-SOCIO-STATUS TO JRN-REGISTRO (1:512).
           WRITE LINEA-JORNAL.
           CLOSE JORNAL-DIARIO.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "MAYORIA-EDAD "    DELIMITED BY SIZE
                  WS-ARCHIVO-ERROR   DELIMITED BY SIZE
                  " STATUS="         DELIMITED BY SIZE
                  WS-STATUS-ERROR    DELIMITED BY SIZE
                  " FECHA="          DELIMITED BY SIZE
                  WS-FECHA-ERROR     DELIMITED BY SIZE
                  " HORA="           DELIMITED BY SIZE
                  WS-HORA-ERROR      DELIMITED BY SIZE
                  " SEV="            DELIMITED BY SIZE
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
           MOVE 16 TO RETURN-CODE.
       END PROGRAM MAYORIA-EDAD.
