      *  "SUC;LIBRO;SUCURSAL;EN-ESTANTE;TOTAL" POR CADA SUCURSAL
      *  CON EXISTENCIA EN EXISTENCIAS-SUC.DAT, ASI LA WEB MUESTRA
      *  DISPONIBILIDAD POR SUCURSAL Y NO SOLO EL TOTAL.
      *15/10/2026 - DEBAJO DE CADA TITULO SE EXPORTA TAMBIEN UNA
      *  LINEA "MAT;LIBRO;MATERIA" POR CADA MATERIA ENLAZADA EN
      *  LIBRO-MATERIAS.DAT (MANT-MATERIAS.CBL), PARA QUE LA WEB
      *  PUEDA BUSCAR POR MATERIA.
      *15/10/2026 - AL FINAL DE LA LINEA DE CADA TITULO VA LA MARCA
      *  DE NOVEDAD (S/N): S SI EL TITULO ESTA EN LA ULTIMA LISTA
      *  MENSUAL DE NOVEDADES.DAT (NOVEDADES.CBL). EL ENCABEZADO
      *  LLEVA EL MES DE ESA LISTA, PARA LA REPISA "NUEVO ESTE MES"
      *  DEL SITIO.
      *15/10/2026 - DESPUES DE LAS MATERIAS VA UNA LINEA
      *  "REC;LIBRO;PUESTO;RECOMENDADO;TITULO" POR CADA LECTURA
      *  RECOMENDADA DEL TITULO EN RECOMENDACIONES.DAT
      *  (RECOMENDACIONES.CBL). SOLO TITULOS, NINGUN DATO DE SOCIOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-EXISTENCIAS.

      *ENLACE TITULO-MATERIA (MANT-MATERIAS.CBL).
           SELECT LIBRO-MATERIAS ASSIGN TO "LIBRO-MATERIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LMA-CLAVE
               ALTERNATE RECORD KEY IS LMA-ORDEN
               FILE STATUS IS FS-LIBRO-MATERIAS.

      *LECTURAS RECOMENDADAS POR TITULO (RECOMENDACIONES.CBL).
           SELECT RECOMENDACIONES ASSIGN TO "RECOMENDACIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCM-LIBRO-ID
               FILE STATUS IS FS-RECOMENDACIONES.

      *NOVEDADES DEL MES (NOVEDADES.CBL).
           SELECT NOVEDADES ASSIGN TO "NOVEDADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOV-CLAVE
               ALTERNATE RECORD KEY IS NOV-ORDEN
               FILE STATUS IS FS-NOVEDADES.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
           05 EXI-CANTIDAD                PIC 9(3).
           05 EXI-DISPONIBLES             PIC 9(3).

       FD LIBRO-MATERIAS.
       01 DATOS-LIBRO-MATERIA.
           05 LMA-CLAVE.
               10 LMA-LIBRO-ID            PIC 9(6).
               10 LMA-TERMINO             PIC X(30).
           05 LMA-ORDEN.
               10 LMA-TERMINO-ORDEN       PIC X(30).
               10 LMA-LIBRO-ORDEN         PIC 9(6).

       FD RECOMENDACIONES.
       01 DATOS-RECOMENDACION.
           05 RCM-LIBRO-ID                PIC 9(6).
           05 RCM-FECHA-GENERACION        PIC 9(8).
           05 RCM-CANTIDAD                PIC 9(1).
           05 RCM-SUGERIDO OCCURS 5 TIMES.
               10 RCM-SUG-LIBRO-ID        PIC 9(6).
               10 RCM-SUG-TITULO          PIC X(30).
               10 RCM-SUG-LECTORES        PIC 9(5).

       FD NOVEDADES.
       01 DATOS-NOVEDAD.
           05 NOV-CLAVE.
               10 NOV-MES                 PIC 9(6).
               10 NOV-LIBRO-ID            PIC 9(6).
           05 NOV-ORDEN.
               10 NOV-MES-ORDEN           PIC 9(6).
               10 NOV-CATEGORIA           PIC X(15).
               10 NOV-LIBRO-ORDEN         PIC 9(6).
           05 FILLER                      PIC X(104).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       77 WS-HAY-EXISTENCIAS       PIC X VALUE "N".
           88 HAY-EXISTENCIAS      VALUE "S".

       77 FS-LIBRO-MATERIAS        PIC XX.
           88 N-ESTA-REG-LMA       VALUE "23".
           88 FIN-REG-LMA          VALUE "10".
           88 F-NOEXISTE-LMA       VALUE "35".
       77 WS-HAY-MATERIAS          PIC X VALUE "N".
           88 HAY-MATERIAS         VALUE "S".

       77 FS-RECOMENDACIONES       PIC XX.
           88 ESTA-RECOMENDACION   VALUE "00" "02".
           88 F-NOEXISTE-RCM       VALUE "35".
       77 WS-HAY-RECOMENDACIONES   PIC X VALUE "N".
           88 HAY-RECOMENDACIONES  VALUE "S".
       77 WS-IND-RCM               PIC 9(1) VALUE ZEROS.

       77 FS-NOVEDADES             PIC XX.
           88 ESTA-NOVEDAD         VALUE "00" "02".
           88 FIN-NOVEDADES        VALUE "10".
           88 F-NOEXISTE-NOV       VALUE "35".
       77 WS-HAY-NOVEDADES         PIC X VALUE "N".
           88 HAY-NOVEDADES        VALUE "S".
      *MES DE LA ULTIMA LISTA DE NOVEDADES Y MARCA DEL TITULO.
       77 WS-MES-NOVEDADES         PIC 9(6) VALUE ZEROS.
       77 WS-MARCA-NOVEDAD         PIC X VALUE "N".

       77 FS-ERROR-LOG             PIC XX.
           88 ESTA-ERROR-LOG       VALUE "00" "02".

           ELSE
               MOVE "S" TO WS-HAY-EXISTENCIAS
           END-IF.
           MOVE "N" TO WS-HAY-MATERIAS.
           OPEN INPUT LIBRO-MATERIAS.
           IF F-NOEXISTE-LMA
               CLOSE LIBRO-MATERIAS
           ELSE
               MOVE "S" TO WS-HAY-MATERIAS
           END-IF.
           MOVE "N" TO WS-HAY-RECOMENDACIONES.
           OPEN INPUT RECOMENDACIONES.
           IF F-NOEXISTE-RCM
               CLOSE RECOMENDACIONES
           ELSE
               MOVE "S" TO WS-HAY-RECOMENDACIONES
           END-IF.
           MOVE "N" TO WS-HAY-NOVEDADES.
           OPEN INPUT NOVEDADES.
           IF F-NOEXISTE-NOV
               CLOSE NOVEDADES
           ELSE
               PERFORM 015-BUSCAR-MES-NOVEDADES
           END-IF.
           MOVE SPACES TO LINEA-EXPORT.
           STRING "CATALOGO-WEB;" DELIMITED BY SIZE
                   WS-FECHA-HOY   DELIMITED BY SIZE
                   ";"            DELIMITED BY SIZE
                   WS-MES-NOVEDADES DELIMITED BY SIZE
                   INTO LINEA-EXPORT.
           WRITE LINEA-EXPORT.

                   ADD 1 TO WS-CANT-SALTEADOS
               ELSE
                   ADD 1 TO WS-CANT-EXPORTADOS
                   PERFORM 017-MARCAR-NOVEDAD
                   MOVE SPACES TO LINEA-EXPORT
                   STRING LIBRO-ID-STATUS     DELIMITED BY SIZE
                           ";"                DELIMITED BY SIZE
                                              DELIMITED BY SIZE
                           ";"                DELIMITED BY SIZE
                           AUTOR-STATUS       DELIMITED BY SIZE
                           ";"                DELIMITED BY SIZE
                           WS-MARCA-NOVEDAD   DELIMITED BY SIZE
                           INTO LINEA-EXPORT
                   WRITE LINEA-EXPORT
                   IF HAY-EXISTENCIAS
                       PERFORM 020-EXPORTAR-SUCURSALES
                               THRU 020-EXPORTAR-SUCURSALES-EXIT
                   END-IF
                   IF HAY-MATERIAS
                       PERFORM 030-EXPORTAR-MATERIAS
                               THRU 030-EXPORTAR-MATERIAS-EXIT
                   END-IF
                   IF HAY-RECOMENDACIONES
                       PERFORM 040-EXPORTAR-RECOMENDACIONES
                               THRU 040-EXPORTAR-RECOMENDACIONES-EXIT
                   END-IF
               END-IF
               READ REG-LIBROS NEXT RECORD AT END SET FIN-REG-LIB
                       TO TRUE END-READ
           IF HAY-EXISTENCIAS
               CLOSE EXISTENCIAS-SUC
           END-IF.
           IF HAY-MATERIAS
               CLOSE LIBRO-MATERIAS
           END-IF.
           IF HAY-NOVEDADES
               CLOSE NOVEDADES
           END-IF.
           IF HAY-RECOMENDACIONES
               CLOSE RECOMENDACIONES
           END-IF.
           CLOSE EXPORTACION.
           DISPLAY "CATALOGO-WEB.TXT GENERADO: " WS-CANT-EXPORTADOS
                   " TITULOS (" WS-CANT-SALTEADOS " BAJAS "
                   "SALTEADAS).".
           GOBACK.

      *LA REPISA DE LA WEB MUESTRA LA ULTIMA LISTA GENERADA: SE
      *RECORRE NOVEDADES.DAT (ORDENADO POR MES) HASTA EL FINAL Y
      *QUEDA EL MES MAS ALTO. SIN LISTAS, TODO SALE CON MARCA N.
       015-BUSCAR-MES-NOVEDADES.
           MOVE ZEROS TO WS-MES-NOVEDADES.
           READ NOVEDADES NEXT RECORD AT END
               SET FIN-NOVEDADES TO TRUE END-READ.
           PERFORM UNTIL FIN-NOVEDADES
               IF NOV-MES > WS-MES-NOVEDADES
                   MOVE NOV-MES TO WS-MES-NOVEDADES
               END-IF
               READ NOVEDADES NEXT RECORD AT END
                   SET FIN-NOVEDADES TO TRUE END-READ
           END-PERFORM.
           IF WS-MES-NOVEDADES = ZEROS
               CLOSE NOVEDADES
           ELSE
               MOVE "S" TO WS-HAY-NOVEDADES
           END-IF.

       017-MARCAR-NOVEDAD.
           MOVE "N" TO WS-MARCA-NOVEDAD.
           IF HAY-NOVEDADES
               MOVE WS-MES-NOVEDADES TO NOV-MES
               MOVE LIBRO-ID-STATUS  TO NOV-LIBRO-ID
               READ NOVEDADES
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-NOVEDAD
                   MOVE "S" TO WS-MARCA-NOVEDAD
               END-IF
           END-IF.

      *UNA LINEA "SUC" POR CADA SUCURSAL CON EXISTENCIA DEL TITULO
      *RECIEN EXPORTADO. LA POSICION DEL CATALOGO NO SE PIERDE: LA
      *LECTURA POR CLAVE DE EXISTENCIAS USA SU PROPIO ARCHIVO.
       020-EXPORTAR-SUCURSALES-EXIT.
           EXIT.

      *UNA LINEA "MAT" POR CADA MATERIA DEL TITULO RECIEN EXPORTADO.
       030-EXPORTAR-MATERIAS.
           MOVE LIBRO-ID-STATUS TO LMA-LIBRO-ID.
           MOVE SPACES          TO LMA-TERMINO.
           START LIBRO-MATERIAS KEY IS >= LMA-CLAVE
               INVALID KEY SET N-ESTA-REG-LMA TO TRUE
           END-START.
           IF N-ESTA-REG-LMA
               GO TO 030-EXPORTAR-MATERIAS-EXIT
           END-IF.
           READ LIBRO-MATERIAS NEXT RECORD AT END
               SET FIN-REG-LMA TO TRUE END-READ.
           PERFORM UNTIL FIN-REG-LMA
                   OR LMA-LIBRO-ID NOT = LIBRO-ID-STATUS
               MOVE SPACES TO LINEA-EXPORT
               STRING "MAT;"            DELIMITED BY SIZE
                       LMA-LIBRO-ID     DELIMITED BY SIZE
                       ";"              DELIMITED BY SIZE
                       LMA-TERMINO      DELIMITED BY SIZE
                       INTO LINEA-EXPORT
               WRITE LINEA-EXPORT
               READ LIBRO-MATERIAS NEXT RECORD AT END
                   SET FIN-REG-LMA TO TRUE END-READ
           END-PERFORM.
       030-EXPORTAR-MATERIAS-EXIT.
           EXIT.

      *UNA LINEA "REC" POR CADA LECTURA RECOMENDADA DEL TITULO, EN
      *ORDEN DE PUESTO.
       040-EXPORTAR-RECOMENDACIONES.
           MOVE LIBRO-ID-STATUS TO RCM-LIBRO-ID.
           READ RECOMENDACIONES
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-RECOMENDACION
               GO TO 040-EXPORTAR-RECOMENDACIONES-EXIT
           END-IF.
           PERFORM VARYING WS-IND-RCM FROM 1 BY 1
                   UNTIL WS-IND-RCM > RCM-CANTIDAD
               MOVE SPACES TO LINEA-EXPORT
               STRING "REC;"            DELIMITED BY SIZE
                       RCM-LIBRO-ID     DELIMITED BY SIZE
                       ";"              DELIMITED BY SIZE
                       WS-IND-RCM       DELIMITED BY SIZE
                       ";"              DELIMITED BY SIZE
                       RCM-SUG-LIBRO-ID (WS-IND-RCM)
                                        DELIMITED BY SIZE
                       ";"              DELIMITED BY SIZE
                       RCM-SUG-TITULO (WS-IND-RCM)
                                        DELIMITED BY SIZE
                       INTO LINEA-EXPORT
               WRITE LINEA-EXPORT
           END-PERFORM.
       040-EXPORTAR-RECOMENDACIONES-EXIT.
           EXIT.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
