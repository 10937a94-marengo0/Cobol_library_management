       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MIGRA-RESERVAS-SUC.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *RECONSTRUCCION UNICA DE REG-RESERVAS.DAT PARA INCORPORAR LA
      *SUCURSAL DONDE EL SOCIO RETIRA LA RESERVA
      *(RESERVA-SUCURSAL-RETIRO): EL REGISTRO CRECE DE 29 A 32 Y,
      *COMO EL ARCHIVO ES INDEXADO, HAY QUE RECREARLO. MISMO ESQUEMA
      *QUE MIGRA-RESERVAS: VUELCO AL INTERMEDIO REG-RESERVAS.MIG CON
      *LA SUCURSAL EN BLANCO (LAS RESERVAS ANTERIORES SE RETIRAN
      *DONDE SE DEVUELVA EL EJEMPLAR) Y RECARGA DEL INDEXADO NUEVO.
      *CORRER UNA SOLA VEZ, CON EL MOSTRADOR CERRADO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ARCHIVO EXISTENTE CON EL REGISTRO VIEJO DE 29.
           SELECT RESERVAS-V1 ASSIGN TO "REG-RESERVAS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RESERVA-CLAVE-V1
               ALTERNATE RECORD KEY IS RESERVA-LIBRO-V1
               WITH DUPLICATES
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RESERVAS-V1.

           SELECT MIGRACION ASSIGN TO "REG-RESERVAS.MIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MIGRACION.

      *ARCHIVO RECREADO CON EL REGISTRO VIGENTE DE 32 Y LAS MISMAS
      *LLAVES (RESERVAS-NOCHE, TRANSFIERE-LIBROS Y WEB-SOLICITUDES
      *ARRANCAN POR LA ALTERNA DE LIBRO).
           SELECT RESERVAS-V2 ASSIGN TO "REG-RESERVAS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RESERVA-CLAVE-V2
               ALTERNATE RECORD KEY IS RESERVA-LIBRO-V2
               WITH DUPLICATES
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RESERVAS-V2.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD RESERVAS-V1.
       01 DATOS-RESERVA-V1.
           05 RESERVA-CLAVE-V1.
               10 RESERVA-LIBRO-V1    PIC 9(6).
               10 RESERVA-SOCIO-V1    PIC 9(6).
               10 RESERVA-FECHA-V1    PIC 9(8).
           05 RESERVA-ESTADO-V1       PIC X(1).
           05 RESERVA-FECHA-LIMITE-V1 PIC 9(8).

       FD MIGRACION.
       01 DATOS-MIGRACION             PIC X(32).

       FD RESERVAS-V2.
       01 DATOS-RESERVA-V2.
           05 RESERVA-CLAVE-V2.
               10 RESERVA-LIBRO-V2    PIC 9(6).
               10 RESERVA-SOCIO-V2    PIC 9(6).
               10 RESERVA-FECHA-V2    PIC 9(8).
           05 RESERVA-ESTADO-V2       PIC X(1).
           05 RESERVA-FECHA-LIMITE-V2 PIC 9(8).
           05 RESERVA-SUCURSAL-RETIRO-V2 PIC X(3).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-RESERVAS-V1           PIC XX.
           88 FIN-V1               VALUE "10".
           88 F-NOEXISTE-V1        VALUE "35".
       77 FS-MIGRACION             PIC XX.
           88 FIN-MIGRACION        VALUE "10".
       77 FS-RESERVAS-V2           PIC XX.
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

       77 WS-CONFIRMA              PIC X(2) VALUE SPACES.
       77 WS-CANT-VOLCADOS         PIC 9(6) VALUE ZEROS.
       77 WS-CANT-CARGADOS         PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           DISPLAY "===== MIGRACION DE RESERVAS (29 A 32) =====".
           DISPLAY "RECONSTRUYE REG-RESERVAS.DAT CON LA SUCURSAL "
                   "DE RETIRO.".
           DISPLAY "CORRER CON EL MOSTRADOR CERRADO. CONFIRME "
                   "CON SI: " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "SI" AND WS-CONFIRMA NOT = "si"
               DISPLAY "MIGRACION CANCELADA."
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           OPEN INPUT RESERVAS-V1.
           IF F-NOEXISTE-V1
               DISPLAY "NO SE ENCUENTRA REG-RESERVAS.DAT."
               MOVE "REG-RESERVAS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-RESERVAS-V1     TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE 16 TO RETURN-CODE
               CLOSE RESERVAS-V1
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           OPEN OUTPUT MIGRACION.
           READ RESERVAS-V1 NEXT RECORD AT END SET FIN-V1 TO TRUE
           END-READ.
           PERFORM UNTIL FIN-V1
               MOVE SPACES TO DATOS-MIGRACION
               MOVE DATOS-RESERVA-V1  TO DATOS-MIGRACION (1:29)
               WRITE DATOS-MIGRACION
               ADD 1 TO WS-CANT-VOLCADOS
               READ RESERVAS-V1 NEXT RECORD AT END SET FIN-V1
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE RESERVAS-V1.
           CLOSE MIGRACION.

           OPEN OUTPUT RESERVAS-V2.
           CLOSE RESERVAS-V2.

           OPEN INPUT MIGRACION.
           OPEN I-O RESERVAS-V2.
           READ MIGRACION AT END SET FIN-MIGRACION TO TRUE
           END-READ.
           PERFORM UNTIL FIN-MIGRACION
               MOVE DATOS-MIGRACION TO DATOS-RESERVA-V2
               WRITE DATOS-RESERVA-V2
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-CANT-CARGADOS
               END-WRITE
               READ MIGRACION AT END SET FIN-MIGRACION TO TRUE
               END-READ
           END-PERFORM.
           CLOSE MIGRACION.
           CLOSE RESERVAS-V2.
           DISPLAY "MIGRACION TERMINADA: " WS-CANT-VOLCADOS
                   " VOLCADOS, " WS-CANT-CARGADOS " RECARGADOS.".
           IF WS-CANT-VOLCADOS NOT = WS-CANT-CARGADOS
               DISPLAY "ATENCION: LAS CUENTAS NO COINCIDEN, REVISE "
                       "REG-RESERVAS.MIG ANTES DE OPERAR."
               MOVE 12 TO RETURN-CODE
           END-IF.
       010-PRINCIPAL-FIN.
           STOP RUN.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "MIGRA-RESERVAS-SUC " DELIMITED BY SIZE
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
       END PROGRAM MIGRA-RESERVAS-SUC.
