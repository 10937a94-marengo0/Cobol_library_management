       IDENTIFICATION DIVISION.
       PROGRAM-ID.                MIGRA-STOCK-IVA.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *RECONSTRUCCION UNICA DE STOCK-MAESTRO.DAT PARA INCORPORAR LA
      *ALICUOTA DE IVA DE CADA PRODUCTO (TASA-IVA): COMO EL ARCHIVO
      *ES INDEXADO, EL REGISTRO CRECE DE 53 A 54 Y HAY QUE RECREAR
      *EL ARCHIVO. MISMO ESQUEMA QUE MIGRA-RESERVAS: VUELCO AL
      *INTERMEDIO STOCK-MAESTRO.MIG Y RECARGA DEL INDEXADO NUEVO.
      *LOS PRODUCTOS QUEDAN EN TASA GENERAL ("G"), SALVO LA MULTA
      *POR LIBRO EXTRAVIADO, QUE NO ES UNA VENTA GRAVADA Y QUEDA
      *EXENTA ("E"); LAS DEMAS EXCEPCIONES SE CORRIGEN DESPUES CON
      *STOCK-MANT. CORRER UNA SOLA VEZ, CON EL MOSTRADOR CERRADO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ARCHIVO EXISTENTE CON EL REGISTRO VIEJO DE 53.
           SELECT STOCK-V1 ASSIGN TO "STOCK-MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ST1-CLAVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-STOCK-V1.

           SELECT MIGRACION ASSIGN TO "STOCK-MAESTRO.MIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MIGRACION.

      *ARCHIVO RECREADO CON EL REGISTRO VIGENTE DE 54.
           SELECT STOCK-V2 ASSIGN TO "STOCK-MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ST2-CLAVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-STOCK-V2.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

      *LA CLAVE DE DOS DIGITOS COMPARTE LOS DOS PRIMEROS BYTES CON
      *EL NOMBRE, IGUAL QUE EN VENTAS-LOCAL; LA MARCA DE MULTA POR
      *LIBRO ESTA EN LA POSICION 40.
       FD STOCK-V1.
       01 REG-ST1                     PIC X(53).
       01 FILLER REDEFINES REG-ST1.
           05 ST1-CLAVE               PIC 9(2).
           05 FILLER                  PIC X(37).
           05 ST1-MULTA-LIBRO         PIC X(01).
           05 FILLER                  PIC X(13).

       FD MIGRACION.
       01 DATOS-MIGRACION             PIC X(54).

       FD STOCK-V2.
       01 REG-ST2                     PIC X(54).
       01 FILLER REDEFINES REG-ST2.
           05 ST2-CLAVE               PIC 9(2).
           05 FILLER                  PIC X(52).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-STOCK-V1              PIC XX.
           88 FIN-V1               VALUE "10".
           88 F-NOEXISTE-V1        VALUE "35".
       77 FS-MIGRACION             PIC XX.
           88 FIN-MIGRACION        VALUE "10".
       77 FS-STOCK-V2              PIC XX.
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
       77 WS-CANT-EXENTOS          PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           DISPLAY "===== MIGRACION DE STOCK-MAESTRO (53 A 54) =====".
           DISPLAY "RECONSTRUYE STOCK-MAESTRO.DAT CON LA ALICUOTA "
                   "DE IVA POR PRODUCTO.".
           DISPLAY "CORRER CON EL MOSTRADOR CERRADO. CONFIRME "
                   "CON SI: " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "SI" AND WS-CONFIRMA NOT = "si"
               DISPLAY "MIGRACION CANCELADA."
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           OPEN INPUT STOCK-V1.
           IF F-NOEXISTE-V1
               DISPLAY "NO SE ENCUENTRA STOCK-MAESTRO.DAT."
               MOVE "STOCK-MAESTRO.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-STOCK-V1         TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE 16 TO RETURN-CODE
               CLOSE STOCK-V1
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           OPEN OUTPUT MIGRACION.
           READ STOCK-V1 NEXT RECORD AT END SET FIN-V1 TO TRUE
           END-READ.
           PERFORM UNTIL FIN-V1
               MOVE SPACES TO DATOS-MIGRACION
               MOVE REG-ST1 TO DATOS-MIGRACION (1:53)
               IF ST1-MULTA-LIBRO = "S"
                   MOVE "E" TO DATOS-MIGRACION (54:1)
                   ADD 1 TO WS-CANT-EXENTOS
               ELSE
                   MOVE "G" TO DATOS-MIGRACION (54:1)
               END-IF
               WRITE DATOS-MIGRACION
               ADD 1 TO WS-CANT-VOLCADOS
               READ STOCK-V1 NEXT RECORD AT END SET FIN-V1
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE STOCK-V1.
           CLOSE MIGRACION.

           OPEN OUTPUT STOCK-V2.
           CLOSE STOCK-V2.

           OPEN INPUT MIGRACION.
           OPEN I-O STOCK-V2.
           READ MIGRACION AT END SET FIN-MIGRACION TO TRUE
           END-READ.
           PERFORM UNTIL FIN-MIGRACION
               MOVE DATOS-MIGRACION TO REG-ST2
               WRITE REG-ST2
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-CANT-CARGADOS
               END-WRITE
               READ MIGRACION AT END SET FIN-MIGRACION TO TRUE
               END-READ
           END-PERFORM.
           CLOSE MIGRACION.
           CLOSE STOCK-V2.
           DISPLAY "MIGRACION TERMINADA: " WS-CANT-VOLCADOS
                   " VOLCADOS, " WS-CANT-CARGADOS " RECARGADOS, "
                   WS-CANT-EXENTOS " EXENTOS (MULTA POR LIBRO).".
           IF WS-CANT-VOLCADOS NOT = WS-CANT-CARGADOS
               DISPLAY "ATENCION: LAS CUENTAS NO COINCIDEN, REVISE "
                       "STOCK-MAESTRO.MIG ANTES DE OPERAR."
               MOVE 12 TO RETURN-CODE
           END-IF.
       010-PRINCIPAL-FIN.
           STOP RUN.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "MIGRA-STOCK-IVA " DELIMITED BY SIZE
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
       END PROGRAM MIGRA-STOCK-IVA.
