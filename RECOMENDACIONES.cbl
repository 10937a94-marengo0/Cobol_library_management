       IDENTIFICATION DIVISION.
       PROGRAM-ID.                RECOMENDACIONES.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *"QUIENES LEYERON ESTE TAMBIEN LEYERON": EN EL MOSTRADOR PIDEN
      *LECTURAS PARECIDAS TODO EL DIA Y SE CONTESTABA DE MEMORIA.
      *PROCESO MENSUAL SIN PANTALLA (PARA AGENDAR EN AGENDA-BATCH.DAT
      *DE PROCESO-NOCTURNO) QUE RECORRE TODA LA HISTORIA DE
      *PRESTAMOS (REG-PRESTAMOS.DAT MAS PRESTAMOS-HISTORICO.DAT):
      *  1 ARMA LA LISTA DE TITULOS DISTINTOS LEIDOS POR CADA SOCIO
      *    EN UN ARCHIVO DE TRABAJO POR SOCIO Y LIBRO-ID (MISMO
      *    RECORRIDO POR SOCIO QUE DA LA LLAVE ALTERNA DE
      *    REG-PRESTAMOS), SIN LOS TITULOS DADOS DE BAJA;
      *  2 POR CADA PAR DE TITULOS LEIDOS POR UN MISMO SOCIO SUMA UN
      *    LECTOR EN COMUN EN OTRO ARCHIVO DE TRABAJO POR PAR;
      *  3 POR CADA LIBRO-ID ELIGE LOS CINCO TITULOS CON MAS
      *    LECTORES EN COMUN, SOLO SI LLEGAN A MIN-LECTORES-COMUNES,
      *    Y LOS GRABA EN RECOMENDACIONES.DAT (UN REGISTRO POR
      *    LIBRO-ID, REGENERADO ENTERO), QUE MUESTRA BUSCAR-LIBRO EN
      *    EL DETALLE DEL TITULO Y QUE EXPORTA EXPORT-WEB.
      *RECOMENDACIONES.DAT SOLO GUARDA TITULOS Y CANTIDADES DE
      *LECTORES: NINGUN SOCIO. EL MINIMO DE LECTORES EN COMUN EVITA
      *QUE UNA RECOMENDACION DELATE LO QUE LEYO UNA SOLA PERSONA, Y
      *LOS ARCHIVOS DE TRABAJO (QUE SI TIENEN SOCIO) QUEDAN VACIOS
      *AL TERMINAR.
      *LOS PRESTAMOS ANONIMIZADOS POR ANONIMIZA-PRESTAMOS (SOCIO
      *999990 A 999999) NO SON DE UN LECTOR Y NO ARMAN PARES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-PRESTAMOS ASSIGN TO "REG-PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PRESTAMO-CLAVE
               ALTERNATE RECORD KEY IS PRESTAMO-LIBRO-ID
               WITH DUPLICATES
               ALTERNATE RECORD KEY IS PRESTAMO-SOCIO-ID
               WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REG-PRESTAMOS.

      *PRESTAMOS YA ARCHIVADOS POR ARCHIVA-PRESTAMOS.
           SELECT HISTORICO ASSIGN TO "PRESTAMOS-HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

           SELECT REG-LIBROS ASSIGN TO "REGISTRO-LIBROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIBRO-ID-STATUS
               FILE STATUS IS FS-REG-LIBROS.

      *TRABAJO 1: TITULOS DISTINTOS POR SOCIO.
           SELECT LECTURAS-TMP ASSIGN TO "RECOM-LECTURAS.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEC-CLAVE
               FILE STATUS IS FS-LECTURAS.

      *TRABAJO 2: LECTORES EN COMUN POR PAR DE TITULOS.
           SELECT PARES-TMP ASSIGN TO "RECOM-PARES.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CLAVE
               FILE STATUS IS FS-PARES.

           SELECT RECOMENDACIONES ASSIGN TO "RECOMENDACIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCM-LIBRO-ID
               FILE STATUS IS FS-RECOMENDACIONES.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD REG-PRESTAMOS.
       01 DATOS-PRESTAMO.
           05 PRESTAMO-CLAVE.
               10 PRESTAMO-LIBRO-ID        PIC 9(6).
               10 PRESTAMO-SOCIO-ID        PIC 9(6).
               10 PRESTAMO-FECHA-PRESTAMO  PIC 9(8).
           05 FILLER                       PIC X(22).

       FD HISTORICO.
       01 LINEA-HISTORICO.
           05 HIST-LIBRO-ID             PIC 9(6).
           05 HIST-SOCIO-ID             PIC 9(6).
           05 FILLER                    PIC X(29).

       FD REG-LIBROS.
       01 DATOS-LIBRO-STATUS.
           05 LIBRO-ID-STATUS         PIC 9(6).
           05 NOMBRE-STATUS           PIC X(60).
           05 FILLER                  PIC X(20).
           05 ESTADO-STATUS           PIC X(12).
               88 ESTADO-BAJA-STATUS  VALUE "BAJA".
           05 FILLER                  PIC X(70).

       FD LECTURAS-TMP.
       01 DATOS-LECTURA.
           05 LEC-CLAVE.
               10 LEC-SOCIO-ID            PIC 9(6).
               10 LEC-LIBRO-ID            PIC 9(6).

       FD PARES-TMP.
       01 DATOS-PAR.
           05 PAR-CLAVE.
               10 PAR-LIBRO-ID            PIC 9(6).
               10 PAR-OTRO-LIBRO-ID       PIC 9(6).
           05 PAR-LECTORES                PIC 9(5).

      *HASTA CINCO TITULOS RECOMENDADOS POR LIBRO-ID, DE MAS A MENOS
      *LECTORES EN COMUN; LOS QUE NO SE USAN QUEDAN EN CERO.
       FD RECOMENDACIONES.
       01 DATOS-RECOMENDACION.
           05 RCM-LIBRO-ID                PIC 9(6).
           05 RCM-FECHA-GENERACION        PIC 9(8).
           05 RCM-CANTIDAD                PIC 9(1).
           05 RCM-SUGERIDO OCCURS 5 TIMES.
               10 RCM-SUG-LIBRO-ID        PIC 9(6).
               10 RCM-SUG-TITULO          PIC X(30).
               10 RCM-SUG-LECTORES        PIC 9(5).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-REG-PRESTAMOS         PIC XX.
           88 FIN-REG-PRE          VALUE "10".
           88 F-NOEXISTE-PRE       VALUE "35".

       77 FS-HISTORICO             PIC XX.
           88 FIN-HISTORICO        VALUE "10".
           88 F-NOEXISTE-HIS       VALUE "35".

       77 FS-REG-LIBROS            PIC XX.
           88 ESTA-REG-LIB         VALUE "00" "02".
           88 F-NOEXISTE-LIB       VALUE "35".

       77 FS-LECTURAS              PIC XX.
           88 FIN-LECTURAS         VALUE "10".

       77 FS-PARES                 PIC XX.
           88 ESTA-PAR             VALUE "00" "02".
           88 FIN-PARES            VALUE "10".

       77 FS-RECOMENDACIONES       PIC XX.
           88 ESTA-RECOMENDACION   VALUE "00" "02".

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

      *LECTORES EN COMUN QUE HACEN FALTA PARA RECOMENDAR UN TITULO.
       77 MIN-LECTORES-COMUNES     PIC 9(3) VALUE 3.
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-LECTURA-SOCIO         PIC 9(6) VALUE ZEROS.
           88 LECTURA-ANONIMA      VALUE 999990 THRU 999999.
       77 WS-LECTURA-LIBRO         PIC 9(6) VALUE ZEROS.
       77 WS-CANT-LECTURAS         PIC 9(7) VALUE ZEROS.
       77 WS-CANT-SOCIOS           PIC 9(6) VALUE ZEROS.
       77 WS-CANT-PARES            PIC 9(7) VALUE ZEROS.
       77 WS-CANT-TITULOS-REC      PIC 9(6) VALUE ZEROS.
       77 WS-CANT-RECORTADOS       PIC 9(5) VALUE ZEROS.
       77 WS-SOCIO-ACTUAL          PIC 9(6) VALUE ZEROS.
       77 WS-LIBRO-ACTUAL          PIC 9(6) VALUE ZEROS.
       77 WS-IND                   PIC 9(3) VALUE ZEROS.
       77 WS-IND2                  PIC 9(3) VALUE ZEROS.
       77 WS-POS                   PIC 9(1) VALUE ZEROS.

      *TITULOS DISTINTOS DEL SOCIO QUE SE ESTA PROCESANDO. UN SOCIO
      *CON MAS TITULOS QUE LA TABLA SE TOMA HASTA EL TOPE.
       77 MAX-TITULOS-SOCIO        PIC 9(3) VALUE 300.
       01 TABLA-SOCIO.
           05 TSO-LIBRO-ID OCCURS 300 TIMES PIC 9(6).
       77 WS-CANT-TSO              PIC 9(3) VALUE ZEROS.

      *LOS CINCO MEJORES DEL LIBRO-ID QUE SE ESTA CERRANDO.
       01 TABLA-MEJORES.
           05 TOP-ENT OCCURS 5 TIMES.
               10 TOP-LIBRO-ID        PIC 9(6).
               10 TOP-LECTORES        PIC 9(5).
       77 WS-CANT-TOP              PIC 9(1) VALUE ZEROS.

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
           PERFORM 020-ARMAR-LECTURAS THRU 020-ARMAR-LECTURAS-EXIT.
           PERFORM 030-CONTAR-PARES THRU 030-CONTAR-PARES-EXIT.
           PERFORM 040-ELEGIR-MEJORES THRU 040-ELEGIR-MEJORES-EXIT.
           CLOSE REG-LIBROS.
      *LOS ARCHIVOS DE TRABAJO TIENEN SOCIOS: NO QUEDAN CARGADOS.
           OPEN OUTPUT LECTURAS-TMP.
           CLOSE LECTURAS-TMP.
           OPEN OUTPUT PARES-TMP.
           CLOSE PARES-TMP.
           DISPLAY "RECOMENDACIONES: " WS-CANT-LECTURAS
                   " LECTURAS DE " WS-CANT-SOCIOS " SOCIOS, "
                   WS-CANT-PARES " PARES, " WS-CANT-TITULOS-REC
                   " TITULOS CON RECOMENDACIONES.".
           IF WS-CANT-RECORTADOS NOT = ZEROS
               DISPLAY "AVISO: " WS-CANT-RECORTADOS " SOCIOS CON MAS "
                       "DE " MAX-TITULOS-SOCIO " TITULOS SE TOMARON "
                       "HASTA EL TOPE."
           END-IF.
           GOBACK.

      *UNA LECTURA POR SOCIO Y TITULO, SIN IMPORTAR CUANTAS VECES LO
      *LLEVO (LA CLAVE DEL TRABAJO DESCARTA LAS REPETIDAS).
       020-ARMAR-LECTURAS.
           OPEN OUTPUT LECTURAS-TMP.
           OPEN INPUT REG-PRESTAMOS.
           IF F-NOEXISTE-PRE
               CLOSE REG-PRESTAMOS
           ELSE
               MOVE ZEROS TO PRESTAMO-SOCIO-ID
               START REG-PRESTAMOS KEY IS NOT LESS THAN
                       PRESTAMO-SOCIO-ID
                   INVALID KEY SET FIN-REG-PRE TO TRUE
               END-START
               IF NOT FIN-REG-PRE
                   READ REG-PRESTAMOS NEXT RECORD AT END
                       SET FIN-REG-PRE TO TRUE END-READ
               END-IF
               PERFORM UNTIL FIN-REG-PRE
                   MOVE PRESTAMO-SOCIO-ID TO WS-LECTURA-SOCIO
                   MOVE PRESTAMO-LIBRO-ID TO WS-LECTURA-LIBRO
                   PERFORM 025-GRABAR-LECTURA
                           THRU 025-GRABAR-LECTURA-EXIT
                   READ REG-PRESTAMOS NEXT RECORD AT END
                       SET FIN-REG-PRE TO TRUE END-READ
               END-PERFORM
               CLOSE REG-PRESTAMOS
           END-IF.
           OPEN INPUT HISTORICO.
           IF F-NOEXISTE-HIS
               CLOSE HISTORICO
           ELSE
               READ HISTORICO AT END SET FIN-HISTORICO TO TRUE
               END-READ
               PERFORM UNTIL FIN-HISTORICO
                   MOVE HIST-SOCIO-ID TO WS-LECTURA-SOCIO
                   MOVE HIST-LIBRO-ID TO WS-LECTURA-LIBRO
                   PERFORM 025-GRABAR-LECTURA
                           THRU 025-GRABAR-LECTURA-EXIT
                   READ HISTORICO AT END SET FIN-HISTORICO TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORICO
           END-IF.
           CLOSE LECTURAS-TMP.
       020-ARMAR-LECTURAS-EXIT.
           EXIT.

       025-GRABAR-LECTURA.
           IF WS-LECTURA-SOCIO = ZEROS OR WS-LECTURA-LIBRO = ZEROS
               OR LECTURA-ANONIMA
               GO TO 025-GRABAR-LECTURA-EXIT
           END-IF.
           MOVE WS-LECTURA-LIBRO TO LIBRO-ID-STATUS.
           READ REG-LIBROS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REG-LIB OR ESTADO-BAJA-STATUS
               GO TO 025-GRABAR-LECTURA-EXIT
           END-IF.
           MOVE WS-LECTURA-SOCIO TO LEC-SOCIO-ID.
           MOVE WS-LECTURA-LIBRO TO LEC-LIBRO-ID.
           WRITE DATOS-LECTURA
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-CANT-LECTURAS
           END-WRITE.
       025-GRABAR-LECTURA-EXIT.
           EXIT.

      *EL TRABAJO 1 SE LEE EN ORDEN DE SOCIO; AL CAMBIAR DE SOCIO SE
      *CUENTAN LOS PARES DE SUS TITULOS, EN LOS DOS SENTIDOS.
       030-CONTAR-PARES.
           OPEN OUTPUT PARES-TMP.
           CLOSE PARES-TMP.
           OPEN I-O PARES-TMP.
           OPEN INPUT LECTURAS-TMP.
           MOVE ZEROS TO WS-CANT-TSO WS-SOCIO-ACTUAL.
           READ LECTURAS-TMP NEXT RECORD AT END
               SET FIN-LECTURAS TO TRUE END-READ.
           PERFORM UNTIL FIN-LECTURAS
               IF LEC-SOCIO-ID NOT = WS-SOCIO-ACTUAL
                   PERFORM 035-PARES-SOCIO
                   MOVE LEC-SOCIO-ID TO WS-SOCIO-ACTUAL
                   MOVE ZEROS TO WS-CANT-TSO
                   ADD 1 TO WS-CANT-SOCIOS
               END-IF
               IF WS-CANT-TSO < MAX-TITULOS-SOCIO
                   ADD 1 TO WS-CANT-TSO
                   MOVE LEC-LIBRO-ID TO TSO-LIBRO-ID (WS-CANT-TSO)
               ELSE
                   IF WS-CANT-TSO = MAX-TITULOS-SOCIO
                       ADD 1 TO WS-CANT-RECORTADOS
      *UNA SOLA VEZ POR SOCIO: SE MARCA SUBIENDO EL CONTADOR.
                       ADD 1 TO WS-CANT-TSO
                   END-IF
               END-IF
               READ LECTURAS-TMP NEXT RECORD AT END
                   SET FIN-LECTURAS TO TRUE END-READ
           END-PERFORM.
           PERFORM 035-PARES-SOCIO.
           CLOSE LECTURAS-TMP.
           CLOSE PARES-TMP.
       030-CONTAR-PARES-EXIT.
           EXIT.

       035-PARES-SOCIO.
           IF WS-CANT-TSO > MAX-TITULOS-SOCIO
               MOVE MAX-TITULOS-SOCIO TO WS-CANT-TSO
           END-IF.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-TSO
               PERFORM VARYING WS-IND2 FROM 1 BY 1
                       UNTIL WS-IND2 > WS-CANT-TSO
                   IF WS-IND2 NOT = WS-IND
                       PERFORM 037-SUMAR-PAR
                   END-IF
               END-PERFORM
           END-PERFORM.

       037-SUMAR-PAR.
           MOVE TSO-LIBRO-ID (WS-IND)  TO PAR-LIBRO-ID.
           MOVE TSO-LIBRO-ID (WS-IND2) TO PAR-OTRO-LIBRO-ID.
           READ PARES-TMP
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-PAR
               ADD 1 TO PAR-LECTORES
               REWRITE DATOS-PAR
           ELSE
               MOVE TSO-LIBRO-ID (WS-IND)  TO PAR-LIBRO-ID
               MOVE TSO-LIBRO-ID (WS-IND2) TO PAR-OTRO-LIBRO-ID
               MOVE 1 TO PAR-LECTORES
               WRITE DATOS-PAR
               ADD 1 TO WS-CANT-PARES
           END-IF.

      *EL TRABAJO 2 SE LEE EN ORDEN DE LIBRO-ID; CADA PAR QUE LLEGA
      *AL MINIMO COMPITE POR UNO DE LOS CINCO LUGARES DEL TITULO.
       040-ELEGIR-MEJORES.
           OPEN OUTPUT RECOMENDACIONES.
           OPEN INPUT PARES-TMP.
           MOVE ZEROS TO WS-LIBRO-ACTUAL WS-CANT-TOP.
           INITIALIZE TABLA-MEJORES.
           READ PARES-TMP NEXT RECORD AT END
               SET FIN-PARES TO TRUE END-READ.
           PERFORM UNTIL FIN-PARES
               IF PAR-LIBRO-ID NOT = WS-LIBRO-ACTUAL
                   PERFORM 050-GRABAR-RECOMENDACION
                           THRU 050-GRABAR-RECOMENDACION-EXIT
                   MOVE PAR-LIBRO-ID TO WS-LIBRO-ACTUAL
                   MOVE ZEROS TO WS-CANT-TOP
                   INITIALIZE TABLA-MEJORES
               END-IF
               IF PAR-LECTORES NOT < MIN-LECTORES-COMUNES
                   PERFORM 045-UBICAR-EN-MEJORES
                           THRU 045-UBICAR-EN-MEJORES-EXIT
               END-IF
               READ PARES-TMP NEXT RECORD AT END
                   SET FIN-PARES TO TRUE END-READ
           END-PERFORM.
           PERFORM 050-GRABAR-RECOMENDACION
                   THRU 050-GRABAR-RECOMENDACION-EXIT.
           CLOSE PARES-TMP.
           CLOSE RECOMENDACIONES.
       040-ELEGIR-MEJORES-EXIT.
           EXIT.

      *INSERCION ORDENADA DE MAYOR A MENOR; A IGUAL CANTIDAD QUEDA EL
      *QUE YA ESTABA (EL DE LIBRO-ID MAS BAJO).
       045-UBICAR-EN-MEJORES.
           MOVE 1 TO WS-POS.
           PERFORM UNTIL WS-POS > WS-CANT-TOP
                   OR PAR-LECTORES > TOP-LECTORES (WS-POS)
               ADD 1 TO WS-POS
           END-PERFORM.
           IF WS-POS > 5
               GO TO 045-UBICAR-EN-MEJORES-EXIT
           END-IF.
           IF WS-CANT-TOP < 5
               ADD 1 TO WS-CANT-TOP
           END-IF.
           PERFORM VARYING WS-IND FROM WS-CANT-TOP BY -1
                   UNTIL WS-IND NOT > WS-POS
               MOVE TOP-ENT (WS-IND - 1) TO TOP-ENT (WS-IND)
           END-PERFORM.
           MOVE PAR-OTRO-LIBRO-ID TO TOP-LIBRO-ID (WS-POS).
           MOVE PAR-LECTORES      TO TOP-LECTORES (WS-POS).
       045-UBICAR-EN-MEJORES-EXIT.
           EXIT.

       050-GRABAR-RECOMENDACION.
           IF WS-LIBRO-ACTUAL = ZEROS OR WS-CANT-TOP = ZEROS
               GO TO 050-GRABAR-RECOMENDACION-EXIT
           END-IF.
           INITIALIZE DATOS-RECOMENDACION.
           MOVE WS-LIBRO-ACTUAL TO RCM-LIBRO-ID.
           MOVE WS-FECHA-HOY    TO RCM-FECHA-GENERACION.
           MOVE WS-CANT-TOP     TO RCM-CANTIDAD.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-TOP
               MOVE TOP-LIBRO-ID (WS-IND) TO RCM-SUG-LIBRO-ID (WS-IND)
                                             LIBRO-ID-STATUS
               MOVE TOP-LECTORES (WS-IND) TO RCM-SUG-LECTORES (WS-IND)
               READ REG-LIBROS
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-REG-LIB
                   MOVE NOMBRE-STATUS TO RCM-SUG-TITULO (WS-IND)
               END-IF
           END-PERFORM.
           WRITE DATOS-RECOMENDACION
               INVALID KEY
                   MOVE "RECOMENDACIONES.DAT" TO WS-ARCHIVO-ERROR
                   MOVE FS-RECOMENDACIONES    TO WS-STATUS-ERROR
                   PERFORM REGISTRAR-ERROR-CENTRAL
               NOT INVALID KEY
                   ADD 1 TO WS-CANT-TITULOS-REC
           END-WRITE.
       050-GRABAR-RECOMENDACION-EXIT.
           EXIT.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "RECOMENDACIONES " DELIMITED BY SIZE
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
       END PROGRAM RECOMENDACIONES.
