       IDENTIFICATION DIVISION.
       PROGRAM-ID.                EXPORT-RED.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *EXPORTACION DE NUESTROS FONDOS AL CATALOGO COLECTIVO DE LA
      *RED REGIONAL: LAS BIBLIOTECAS CON LAS QUE HACEMOS PRESTAMO
      *INTERBIBLIOTECARIO (PREST-INTERBIB) NO TENIAN FORMA DE SABER
      *QUE TENEMOS SIN LLAMAR. ESTE PROGRAMA VUELCA A FONDOS-RED.TXT
      *UNA LINEA POR TITULO CON ISBN, DELIMITADA CON ";":
      *  CODIGO DE BIBLIOTECA;ISBN;LIBRO-ID;TITULO;EJEMPLARES;
      *  DISPONIBLES
      *CON UN ENCABEZADO "FONDOS-RED;CODIGO;FECHA", SALTEANDO LAS
      *BAJAS Y LOS TITULOS SIN ISBN (LA RED CRUZA POR ISBN). ES UN
      *PROCESO PERIODICO SIN PANTALLA, PARA AGENDAR EN
      *AGENDA-BATCH.DAT DE PROCESO-NOCTURNO (POR EJEMPLO SEMANAL).
      *EL SENTIDO INVERSO (TOMAR REGISTROS DE LA RED) ES
      *CATALOGA-RED.CBL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-LIBROS ASSIGN TO "REGISTRO-LIBROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIBRO-ID-STATUS
               FILE STATUS IS FS-REG-LIBROS.

           SELECT EXPORTACION ASSIGN TO "FONDOS-RED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXPORTACION.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD REG-LIBROS.
       01 DATOS-LIBRO-STATUS.
           05 LIBRO-ID-STATUS         PIC 9(6).
           05 NOMBRE-STATUS           PIC X(60).
           05 EDITORIAL-STATUS        PIC X(20).
           05 ESTADO-STATUS           PIC X(12).
               88 ESTADO-BAJA-STATUS  VALUE "BAJA".
           05 CANTIDAD-STATUS         PIC 9(3).
           05 EJEMPLARES-DISPONIBLES-STATUS PIC 9(3).
           05 ISBN-STATUS             PIC X(13).
           05 FILLER                  PIC X(15).
           05 FILLER                  PIC X(8).
           05 FILLER                  PIC X(8).
           05 FILLER                  PIC X(20).

       FD EXPORTACION.
       01 LINEA-EXPORT                PIC X(120).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-REG-LIBROS            PIC XX.
           88 ESTA-REG-LIB         VALUE "00" "02".
           88 FIN-REG-LIB          VALUE "10".
           88 F-NOEXISTE-LIB       VALUE "35".

       77 FS-EXPORTACION           PIC XX.
           88 ESTA-EXPORTACION     VALUE "00" "02".

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

      *CODIGO CON EL QUE LA RED NOS IDENTIFICA (EL MISMO QUE FIGURA
      *PARA NOSOTROS EN BIBLIOTECAS-RED.DAT DE LOS DEMAS).
       77 CODIGO-BIBLIOTECA-RED    PIC X(3) VALUE "BPM".
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-CANT-EXPORTADOS       PIC 9(5) VALUE ZEROS.
       77 WS-CANT-BAJAS            PIC 9(5) VALUE ZEROS.
       77 WS-CANT-SIN-ISBN         PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT REG-LIBROS.
           IF F-NOEXISTE-LIB
               DISPLAY "NO SE ENCUENTRA EL CATALOGO."
               MOVE "REGISTRO-LIBROS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-REG-LIBROS         TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               GOBACK
           END-IF.
           OPEN OUTPUT EXPORTACION.
           MOVE SPACES TO LINEA-EXPORT.
           STRING "FONDOS-RED;"          DELIMITED BY SIZE
                   CODIGO-BIBLIOTECA-RED DELIMITED BY SIZE
                   ";"                   DELIMITED BY SIZE
                   WS-FECHA-HOY          DELIMITED BY SIZE
                   INTO LINEA-EXPORT.
           WRITE LINEA-EXPORT.

           MOVE ZEROS TO LIBRO-ID-STATUS.
           START REG-LIBROS KEY IS NOT LESS THAN LIBRO-ID-STATUS
               INVALID KEY SET FIN-REG-LIB TO TRUE
           END-START.
           IF NOT FIN-REG-LIB
               READ REG-LIBROS NEXT RECORD AT END SET FIN-REG-LIB
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-REG-LIB
               EVALUATE TRUE
                   WHEN ESTADO-BAJA-STATUS
                       ADD 1 TO WS-CANT-BAJAS
                   WHEN ISBN-STATUS = SPACES
                       ADD 1 TO WS-CANT-SIN-ISBN
                   WHEN OTHER
                       PERFORM 020-EXPORTAR-TITULO
               END-EVALUATE
               READ REG-LIBROS NEXT RECORD AT END SET FIN-REG-LIB
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE REG-LIBROS.
           CLOSE EXPORTACION.
           DISPLAY "FONDOS-RED.TXT GENERADO: " WS-CANT-EXPORTADOS
                   " TITULOS (" WS-CANT-BAJAS " BAJAS Y "
                   WS-CANT-SIN-ISBN " SIN ISBN SALTEADOS).".
           GOBACK.

       020-EXPORTAR-TITULO.
           ADD 1 TO WS-CANT-EXPORTADOS.
           MOVE SPACES TO LINEA-EXPORT.
           STRING CODIGO-BIBLIOTECA-RED   DELIMITED BY SIZE
                   ";"                    DELIMITED BY SIZE
                   ISBN-STATUS            DELIMITED BY SIZE
                   ";"                    DELIMITED BY SIZE
                   LIBRO-ID-STATUS        DELIMITED BY SIZE
                   ";"                    DELIMITED BY SIZE
                   NOMBRE-STATUS          DELIMITED BY SIZE
                   ";"                    DELIMITED BY SIZE
                   CANTIDAD-STATUS        DELIMITED BY SIZE
                   ";"                    DELIMITED BY SIZE
                   EJEMPLARES-DISPONIBLES-STATUS
                                          DELIMITED BY SIZE
                   INTO LINEA-EXPORT.
           WRITE LINEA-EXPORT.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "EXPORT-RED "      DELIMITED BY SIZE
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
       END PROGRAM EXPORT-RED.
