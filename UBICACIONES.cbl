       IDENTIFICATION DIVISION.
       PROGRAM-ID.                UBICACIONES.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *UBICACION EN ESTANTE (SECCION Y SIGNATURA TOPOGRAFICA) DE
      *CADA TITULO EN CADA SUCURSAL: EL CATALOGO NO DICE DONDE ESTA
      *EL LIBRO Y EL CONTROL DE ESTANTES SE HACIA CON UN LISTADO
      *POR LIBRO-ID. UBICACIONES.DAT TIENE LA MISMA CLAVE QUE
      *EXISTENCIAS-SUC.DAT (LIBRO-ID MAS SUCURSAL) Y UNA CLAVE
      *ALTERNATIVA EN ORDEN DE ESTANTE (SUCURSAL, SECCION,
      *SIGNATURA). LA SINCRONIZACION LA MANTIENE AL PASO DE LAS
      *EXISTENCIAS: DA DE ALTA CON UNA SIGNATURA SUGERIDA
      *(CATEGORIA, TRES LETRAS DEL AUTOR Y LIBRO-ID) LO QUE LLEGO A
      *UNA SUCURSAL Y NO TIENE UBICACION, Y QUITA LA UBICACION DE
      *LO QUE YA NO TIENE EJEMPLARES ALLI. LA ASIGNACION MANUAL SOLO
      *SE ACEPTA PARA UN TITULO CON EJEMPLARES EN LA SUCURSAL. LA
      *LISTA DE ESTANTE (LISTA-ESTANTE.LST) SALE EN ORDEN DE
      *SIGNATURA POR SUCURSAL Y SECCION, CON EL ESTADO DEL TITULO Y
      *CUANTOS EJEMPLARES DEBERIAN ESTAR EN EL ESTANTE, UNA CASILLA
      *PARA TILDAR Y AL FINAL LOS EJEMPLARES SIN UBICACION.
      *ETIQUETAS.CBL IMPRIME LA SIGNATURA EN LA ETIQUETA DE LOMO.
      *EL NOMBRE DE LA BIBLIOTECA DE LA LISTA DE ESTANTE Y LA
      *SUCURSAL QUE TOMA EL ENTER SE TOMAN DE LOS PARAMETROS DEL
      *SISTEMA (MANT-PARAMETROS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UBICACIONES ASSIGN TO "UBICACIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UBI-CLAVE
               ALTERNATE RECORD KEY IS UBI-ORDEN
               FILE STATUS IS FS-UBICACIONES.

           SELECT REG-LIBROS ASSIGN TO "REGISTRO-LIBROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIBRO-ID-STATUS
               FILE STATUS IS FS-REG-LIBROS.

      *EXISTENCIAS POR SUCURSAL, COMPARTIDAS CON REGISTROLIBROS.
           SELECT EXISTENCIAS-SUC ASSIGN TO "EXISTENCIAS-SUC.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EXI-CLAVE
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-EXISTENCIAS.

           SELECT SUCURSALES ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUC-CODIGO
               FILE STATUS IS FS-SUCURSALES.

           SELECT LISTA-ESTANTE ASSIGN TO "LISTA-ESTANTE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTA.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

      *UBI-ORDEN REPITE SUCURSAL Y LIBRO-ID PARA QUE LA CLAVE DE
      *ESTANTE SEA UNICA AUNQUE DOS TITULOS COMPARTAN SIGNATURA.
       FD UBICACIONES.
       01 DATOS-UBICACION.
           05 UBI-CLAVE.
               10 UBI-LIBRO-ID            PIC 9(6).
               10 UBI-SUCURSAL            PIC X(3).
           05 UBI-ORDEN.
               10 UBI-SUC-ORDEN           PIC X(3).
               10 UBI-SECCION             PIC X(10).
               10 UBI-SIGNATURA           PIC X(20).
               10 UBI-LIBRO-ORDEN         PIC 9(6).
           05 UBI-FECHA                   PIC 9(8).

       FD REG-LIBROS.
       01 DATOS-LIBRO-STATUS.
           05 LIBRO-ID-STATUS             PIC 9(6).
           05 NOMBRE-STATUS               PIC X(60).
           05 FILLER                      PIC X(20).
           05 ESTADO-STATUS               PIC X(12).
           05 CANTIDAD-EJEMPLARES-STATUS  PIC 9(3).
           05 FILLER                      PIC X(3).
           05 FILLER                      PIC X(13).
           05 CATEGORIA-STATUS            PIC X(15).
           05 FILLER                      PIC X(8).
           05 FILLER                      PIC X(8).
           05 AUTOR-STATUS                PIC X(20).

       FD EXISTENCIAS-SUC.
       01 DATOS-EXISTENCIA.
           05 EXI-CLAVE.
               10 EXI-LIBRO-ID            PIC 9(6).
               10 EXI-SUCURSAL            PIC X(3).
           05 EXI-CANTIDAD                PIC 9(3).
           05 EXI-DISPONIBLES             PIC 9(3).

       FD SUCURSALES.
       01 DATOS-SUCURSAL.
           05 SUC-CODIGO              PIC X(3).
           05 SUC-NOMBRE              PIC X(30).
           05 SUC-DOMICILIO           PIC X(40).

       FD LISTA-ESTANTE.
       01 LINEA-LISTA                 PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-UBICACIONES           PIC XX.
           88 ESTA-UBICACION       VALUE "00" "02".
           88 FIN-UBICACIONES      VALUE "10".
           88 F-NOEXISTE-UBI       VALUE "35".

       77 FS-REG-LIBROS            PIC XX.
           88 ESTA-REG-LIB         VALUE "00" "02".
           88 F-NOEXISTE-LIB       VALUE "35".

       77 FS-EXISTENCIAS           PIC XX.
           88 ESTA-EXISTENCIA      VALUE "00" "02".
           88 FIN-EXISTENCIAS      VALUE "10".
           88 F-NOEXISTE-EXI       VALUE "35".

       77 FS-SUCURSALES            PIC XX.
           88 ESTA-SUCURSAL        VALUE "00" "02".
           88 F-NOEXISTE-SUC       VALUE "35".

       77 FS-LISTA                 PIC XX.
           88 ESTA-LISTA           VALUE "00".

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

       77 NOMBRE-BIBLIOTECA        PIC X(30)
               VALUE "BIBLIOTECA POPULAR MUNICIPAL".

       77 WS-OPC                   PIC 9(1) VALUE ZEROS.
       77 WS-TERMINAR-PROG         PIC X(2) VALUE "NO".
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-LIBRO-ID              PIC 9(6) VALUE ZEROS.
       77 WS-SUCURSAL              PIC X(3) VALUE SPACES.
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

       77 WS-SECCION               PIC X(10) VALUE SPACES.
       77 WS-SIGNATURA             PIC X(20) VALUE SPACES.
       77 WS-SECCION-SUG           PIC X(10) VALUE SPACES.
       77 WS-SIGNATURA-SUG         PIC X(20) VALUE SPACES.
       77 WS-AUTOR-ABREV           PIC X(3) VALUE SPACES.
       77 WS-CATEG-ABREV           PIC X(3) VALUE SPACES.
       77 WS-SUC-FILTRO            PIC X(3) VALUE SPACES.
       77 WS-SECCION-FILTRO        PIC X(10) VALUE SPACES.
       77 WS-SUC-ANTERIOR          PIC X(3) VALUE SPACES.
       77 WS-SECCION-ANTERIOR      PIC X(10) VALUE SPACES.
       77 WS-FIN-LISTA             PIC X(2) VALUE "NO".
       77 WS-CANT-ALTAS            PIC 9(5) VALUE ZEROS.
       77 WS-CANT-BAJAS            PIC 9(5) VALUE ZEROS.
       77 WS-TIT-SECCION           PIC 9(5) VALUE ZEROS.
       77 WS-EJE-SECCION           PIC 9(5) VALUE ZEROS.
       77 WS-TIT-TOTAL             PIC 9(5) VALUE ZEROS.
       77 WS-EJE-TOTAL             PIC 9(5) VALUE ZEROS.
       77 WS-SIN-UBICACION         PIC 9(5) VALUE ZEROS.

       01 WS-DETALLE-ESTANTE.
           05 FILLER                  PIC X(4) VALUE "[ ] ".
           05 DET-SIGNATURA           PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DET-LIBRO-ID            PIC 9(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DET-TITULO              PIC X(26).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DET-ESTADO              PIC X(12).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DET-DISPONIBLES         PIC ZZ9.
           05 FILLER                  PIC X(1) VALUE "/".
           05 DET-CANTIDAD            PIC ZZ9.

       01 WS-DETALLE-SIN-UBI.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 SUB-SUCURSAL            PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 SUB-LIBRO-ID            PIC 9(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 SUB-TITULO              PIC X(40).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 SUB-DISPONIBLES         PIC ZZ9.
           05 FILLER                  PIC X(1) VALUE "/".
           05 SUB-CANTIDAD            PIC ZZ9.

       PROCEDURE DIVISION.

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
           PERFORM CARGAR-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== UBICACIONES EN ESTANTE ====="
               DISPLAY "1. CONSULTA / ASIGNACION DE UBICACION"
               DISPLAY "2. SINCRONIZAR CON EXISTENCIAS POR SUCURSAL"
               DISPLAY "3. LISTA DE ESTANTE (LISTA-ESTANTE.LST)"
               DISPLAY "0. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-ASIGNAR THRU 020-ASIGNAR-EXIT
                   WHEN 2 PERFORM 030-SINCRONIZAR
                                  THRU 030-SINCRONIZAR-EXIT
                   WHEN 3 PERFORM 040-LISTA-ESTANTE
                                  THRU 040-LISTA-ESTANTE-EXIT
                   WHEN 0 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *ASIGNACION A MANO: SOLO PARA UN TITULO QUE TIENE EJEMPLARES
      *EN LA SUCURSAL; ENTER DEJA LA SECCION Y LA SIGNATURA ACTUALES
      *(O LAS SUGERIDAS SI TODAVIA NO TENIA UBICACION).
       020-ASIGNAR.
           DISPLAY "Libro: " WITH NO ADVANCING.
           ACCEPT WS-LIBRO-ID.
           IF WS-LIBRO-ID = ZEROS
               GO TO 020-ASIGNAR-EXIT
           END-IF.
           DISPLAY "Sucursal (ENTER=" SUCURSAL-DEFECTO "): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-SUCURSAL.
           ACCEPT WS-SUCURSAL.
           IF WS-SUCURSAL = SPACES
               MOVE SUCURSAL-DEFECTO TO WS-SUCURSAL
           END-IF.
           INSPECT WS-SUCURSAL CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           OPEN INPUT REG-LIBROS.
           IF F-NOEXISTE-LIB
               DISPLAY "NO SE ENCUENTRA EL CATALOGO."
               MOVE "REGISTRO-LIBROS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-REG-LIBROS         TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE REG-LIBROS
               GO TO 020-ASIGNAR-EXIT
           END-IF.
           MOVE WS-LIBRO-ID TO LIBRO-ID-STATUS.
           READ REG-LIBROS
               INVALID KEY CONTINUE
           END-READ.
           CLOSE REG-LIBROS.
           IF NOT ESTA-REG-LIB
               DISPLAY "EL LIBRO NO EXISTE."
               GO TO 020-ASIGNAR-EXIT
           END-IF.
           OPEN INPUT EXISTENCIAS-SUC.
           IF F-NOEXISTE-EXI
               CLOSE EXISTENCIAS-SUC
               DISPLAY "NO HAY EXISTENCIAS POR SUCURSAL."
               GO TO 020-ASIGNAR-EXIT
           END-IF.
           MOVE WS-LIBRO-ID TO EXI-LIBRO-ID.
           MOVE WS-SUCURSAL TO EXI-SUCURSAL.
           READ EXISTENCIAS-SUC
               INVALID KEY CONTINUE
           END-READ.
           CLOSE EXISTENCIAS-SUC.
           IF NOT ESTA-EXISTENCIA OR EXI-CANTIDAD = ZEROS
               DISPLAY "NO HAY EJEMPLARES DE ESE LIBRO EN LA "
                       "SUCURSAL " WS-SUCURSAL "."
               GO TO 020-ASIGNAR-EXIT
           END-IF.
           PERFORM 060-ABRIR-UBICACIONES.
           PERFORM 090-SIGNATURA-SUGERIDA.
           MOVE WS-LIBRO-ID TO UBI-LIBRO-ID.
           MOVE WS-SUCURSAL TO UBI-SUCURSAL.
           READ UBICACIONES
               INVALID KEY CONTINUE
           END-READ.
           DISPLAY NOMBRE-STATUS.
           IF ESTA-UBICACION
               DISPLAY "UBICACION ACTUAL: " UBI-SECCION " "
                       UBI-SIGNATURA
               MOVE UBI-SECCION   TO WS-SECCION-SUG
               MOVE UBI-SIGNATURA TO WS-SIGNATURA-SUG
           ELSE
               DISPLAY "SIN UBICACION. SUGERIDA: " WS-SECCION-SUG
                       " " WS-SIGNATURA-SUG
           END-IF.
           DISPLAY "Seccion (ENTER=" WS-SECCION-SUG "): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-SECCION.
           ACCEPT WS-SECCION.
           IF WS-SECCION = SPACES
               MOVE WS-SECCION-SUG TO WS-SECCION
           END-IF.
           DISPLAY "Signatura (ENTER=" WS-SIGNATURA-SUG "): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-SIGNATURA.
           ACCEPT WS-SIGNATURA.
           IF WS-SIGNATURA = SPACES
               MOVE WS-SIGNATURA-SUG TO WS-SIGNATURA
           END-IF.
           INSPECT WS-SECCION CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-SIGNATURA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF ESTA-UBICACION
               MOVE WS-SECCION   TO UBI-SECCION
               MOVE WS-SIGNATURA TO UBI-SIGNATURA
               MOVE WS-FECHA-HOY TO UBI-FECHA
               REWRITE DATOS-UBICACION
                   INVALID KEY DISPLAY "ERROR AL REGRABAR"
               END-REWRITE
               DISPLAY "UBICACION MODIFICADA."
           ELSE
               PERFORM 070-ARMAR-UBICACION
               MOVE WS-SECCION   TO UBI-SECCION
               MOVE WS-SIGNATURA TO UBI-SIGNATURA
               WRITE DATOS-UBICACION
                   INVALID KEY DISPLAY "ERROR AL GRABAR"
               END-WRITE
               DISPLAY "UBICACION ASIGNADA."
           END-IF.
           CLOSE UBICACIONES.
       020-ASIGNAR-EXIT.
           EXIT.

      *PONE UBICACIONES.DAT AL PASO DE EXISTENCIAS-SUC.DAT: PRIMERO
      *DA DE ALTA CON LA SIGNATURA SUGERIDA CADA FILA DE EXISTENCIAS
      *CON EJEMPLARES QUE NO TIENE UBICACION; DESPUES QUITA LAS
      *UBICACIONES CUYA SUCURSAL YA NO TIENE EJEMPLARES DEL TITULO.
       030-SINCRONIZAR.
           MOVE ZEROS TO WS-CANT-ALTAS WS-CANT-BAJAS.
           OPEN INPUT EXISTENCIAS-SUC.
           IF F-NOEXISTE-EXI
               CLOSE EXISTENCIAS-SUC
               DISPLAY "NO HAY EXISTENCIAS POR SUCURSAL."
               GO TO 030-SINCRONIZAR-EXIT
           END-IF.
           OPEN INPUT REG-LIBROS.
           IF F-NOEXISTE-LIB
               DISPLAY "NO SE ENCUENTRA EL CATALOGO."
               MOVE "REGISTRO-LIBROS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-REG-LIBROS         TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE REG-LIBROS
               CLOSE EXISTENCIAS-SUC
               GO TO 030-SINCRONIZAR-EXIT
           END-IF.
           PERFORM 060-ABRIR-UBICACIONES.
           MOVE LOW-VALUES TO EXI-CLAVE.
           START EXISTENCIAS-SUC KEY IS NOT LESS THAN EXI-CLAVE
               INVALID KEY SET FIN-EXISTENCIAS TO TRUE
           END-START.
           IF NOT FIN-EXISTENCIAS
               READ EXISTENCIAS-SUC NEXT RECORD AT END
                   SET FIN-EXISTENCIAS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-EXISTENCIAS
               IF EXI-CANTIDAD > ZEROS
                   PERFORM 035-ALTA-SUGERIDA
               END-IF
               READ EXISTENCIAS-SUC NEXT RECORD AT END
                   SET FIN-EXISTENCIAS TO TRUE END-READ
           END-PERFORM.
           MOVE LOW-VALUES TO UBI-CLAVE.
           START UBICACIONES KEY IS NOT LESS THAN UBI-CLAVE
               INVALID KEY SET FIN-UBICACIONES TO TRUE
           END-START.
           IF NOT FIN-UBICACIONES
               READ UBICACIONES NEXT RECORD AT END
                   SET FIN-UBICACIONES TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-UBICACIONES
               MOVE UBI-LIBRO-ID TO EXI-LIBRO-ID
               MOVE UBI-SUCURSAL TO EXI-SUCURSAL
               READ EXISTENCIAS-SUC
                   INVALID KEY CONTINUE
               END-READ
               IF NOT ESTA-EXISTENCIA OR EXI-CANTIDAD = ZEROS
                   DELETE UBICACIONES
                       INVALID KEY DISPLAY "ERROR AL QUITAR "
                                           UBI-CLAVE
                   END-DELETE
                   ADD 1 TO WS-CANT-BAJAS
               END-IF
               READ UBICACIONES NEXT RECORD AT END
                   SET FIN-UBICACIONES TO TRUE END-READ
           END-PERFORM.
           CLOSE UBICACIONES.
           CLOSE REG-LIBROS.
           CLOSE EXISTENCIAS-SUC.
           DISPLAY "UBICACIONES NUEVAS (SUGERIDAS): " WS-CANT-ALTAS.
           DISPLAY "UBICACIONES QUITADAS          : " WS-CANT-BAJAS.
       030-SINCRONIZAR-EXIT.
           EXIT.

       035-ALTA-SUGERIDA.
           MOVE EXI-LIBRO-ID TO UBI-LIBRO-ID.
           MOVE EXI-SUCURSAL TO UBI-SUCURSAL.
           READ UBICACIONES
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-UBICACION
               MOVE EXI-LIBRO-ID TO LIBRO-ID-STATUS
               READ REG-LIBROS
                   INVALID KEY MOVE SPACES TO CATEGORIA-STATUS
                                              AUTOR-STATUS
                                              NOMBRE-STATUS
               END-READ
               MOVE EXI-LIBRO-ID TO WS-LIBRO-ID
               MOVE EXI-SUCURSAL TO WS-SUCURSAL
               PERFORM 090-SIGNATURA-SUGERIDA
               PERFORM 070-ARMAR-UBICACION
               MOVE WS-SECCION-SUG   TO UBI-SECCION
               MOVE WS-SIGNATURA-SUG TO UBI-SIGNATURA
               WRITE DATOS-UBICACION
                   INVALID KEY DISPLAY "ERROR AL GRABAR "
                                       UBI-CLAVE
               END-WRITE
               ADD 1 TO WS-CANT-ALTAS
           END-IF.

      *LISTA DE ESTANTE POR SUCURSAL Y SECCION EN ORDEN DE
      *SIGNATURA. LA COLUMNA EN ESTANTE ES DISPONIBLES / EJEMPLARES
      *DE LA SUCURSAL: LO QUE EL QUE RECORRE EL ESTANTE DEBERIA
      *ENCONTRAR. ENTER EN SUCURSAL O SECCION LISTA TODAS.
       040-LISTA-ESTANTE.
           DISPLAY "Sucursal (ENTER=TODAS): " WITH NO ADVANCING.
           MOVE SPACES TO WS-SUC-FILTRO.
           ACCEPT WS-SUC-FILTRO.
           INSPECT WS-SUC-FILTRO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "Seccion (ENTER=TODAS): " WITH NO ADVANCING.
           MOVE SPACES TO WS-SECCION-FILTRO.
           ACCEPT WS-SECCION-FILTRO.
           INSPECT WS-SECCION-FILTRO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-SUC-FILTRO NOT = SPACES
               OPEN INPUT SUCURSALES
               IF NOT F-NOEXISTE-SUC
                   MOVE WS-SUC-FILTRO TO SUC-CODIGO
                   READ SUCURSALES
                       INVALID KEY CONTINUE
                   END-READ
                   IF NOT ESTA-SUCURSAL
                       DISPLAY "LA SUCURSAL NO EXISTE."
                       CLOSE SUCURSALES
                       GO TO 040-LISTA-ESTANTE-EXIT
                   END-IF
               END-IF
               CLOSE SUCURSALES
           END-IF.
           OPEN INPUT UBICACIONES.
           IF F-NOEXISTE-UBI
               DISPLAY "NO HAY UBICACIONES: CORRA LA SINCRONIZACION."
               CLOSE UBICACIONES
               GO TO 040-LISTA-ESTANTE-EXIT
           END-IF.
           OPEN INPUT REG-LIBROS.
           IF F-NOEXISTE-LIB
               DISPLAY "NO SE ENCUENTRA EL CATALOGO."
               MOVE "REGISTRO-LIBROS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-REG-LIBROS         TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE REG-LIBROS
               CLOSE UBICACIONES
               GO TO 040-LISTA-ESTANTE-EXIT
           END-IF.
           OPEN INPUT EXISTENCIAS-SUC.
           IF F-NOEXISTE-EXI
               DISPLAY "NO HAY EXISTENCIAS POR SUCURSAL."
               CLOSE EXISTENCIAS-SUC
               CLOSE REG-LIBROS
               CLOSE UBICACIONES
               GO TO 040-LISTA-ESTANTE-EXIT
           END-IF.
           OPEN OUTPUT LISTA-ESTANTE.
           MOVE ZEROS TO WS-TIT-TOTAL WS-EJE-TOTAL WS-SIN-UBICACION.
           MOVE ZEROS TO WS-TIT-SECCION WS-EJE-SECCION.
           MOVE SPACES TO WS-SUC-ANTERIOR WS-SECCION-ANTERIOR.
           MOVE "NO" TO WS-FIN-LISTA.
           MOVE SPACES TO LINEA-LISTA.
           STRING "LISTA DE ESTANTE - "       DELIMITED BY SIZE
                   NOMBRE-BIBLIOTECA          DELIMITED BY SIZE
                   " - "                      DELIMITED BY SIZE
                   WS-FECHA-HOY               DELIMITED BY SIZE
                   INTO LINEA-LISTA.
           WRITE LINEA-LISTA.
           MOVE LOW-VALUES TO UBI-ORDEN.
           IF WS-SUC-FILTRO NOT = SPACES
               MOVE WS-SUC-FILTRO TO UBI-SUC-ORDEN
               IF WS-SECCION-FILTRO NOT = SPACES
                   MOVE WS-SECCION-FILTRO TO UBI-SECCION
               END-IF
           END-IF.
           START UBICACIONES KEY IS NOT LESS THAN UBI-ORDEN
               INVALID KEY MOVE "SI" TO WS-FIN-LISTA
           END-START.
           PERFORM UNTIL WS-FIN-LISTA = "SI"
               READ UBICACIONES NEXT RECORD
                   AT END MOVE "SI" TO WS-FIN-LISTA
               END-READ
               IF WS-FIN-LISTA = "NO"
                   IF WS-SUC-FILTRO NOT = SPACES
                       AND UBI-SUC-ORDEN > WS-SUC-FILTRO
                       MOVE "SI" TO WS-FIN-LISTA
                   ELSE
                       IF WS-SECCION-FILTRO = SPACES
                           OR UBI-SECCION = WS-SECCION-FILTRO
                           PERFORM 045-LINEA-ESTANTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SUC-ANTERIOR NOT = SPACES
               PERFORM 047-TOTAL-SECCION
           END-IF.
           MOVE SPACES TO LINEA-LISTA.
           WRITE LINEA-LISTA.
           MOVE SPACES TO LINEA-LISTA.
           STRING "TOTAL LISTADO: "           DELIMITED BY SIZE
                   WS-TIT-TOTAL               DELIMITED BY SIZE
                   " TITULOS, "               DELIMITED BY SIZE
                   WS-EJE-TOTAL               DELIMITED BY SIZE
                   " EJEMPLARES EN ESTANTE"   DELIMITED BY SIZE
                   INTO LINEA-LISTA.
           WRITE LINEA-LISTA.
           IF WS-SECCION-FILTRO = SPACES
               PERFORM 050-SIN-UBICACION
           END-IF.
           CLOSE LISTA-ESTANTE.
           CLOSE EXISTENCIAS-SUC.
           CLOSE REG-LIBROS.
           CLOSE UBICACIONES.
           DISPLAY "LISTA DE ESTANTE EN LISTA-ESTANTE.LST: "
                   WS-TIT-TOTAL " TITULOS.".
       040-LISTA-ESTANTE-EXIT.
           EXIT.

       045-LINEA-ESTANTE.
           IF UBI-SUC-ORDEN NOT = WS-SUC-ANTERIOR
               OR UBI-SECCION NOT = WS-SECCION-ANTERIOR
               IF WS-SUC-ANTERIOR NOT = SPACES
                   PERFORM 047-TOTAL-SECCION
               END-IF
               MOVE UBI-SUC-ORDEN TO WS-SUC-ANTERIOR
               MOVE UBI-SECCION   TO WS-SECCION-ANTERIOR
               MOVE SPACES TO LINEA-LISTA
               WRITE LINEA-LISTA
               MOVE SPACES TO LINEA-LISTA
               STRING "SUCURSAL "         DELIMITED BY SIZE
                       UBI-SUC-ORDEN      DELIMITED BY SIZE
                       "   SECCION "      DELIMITED BY SIZE
                       UBI-SECCION        DELIMITED BY SIZE
                       INTO LINEA-LISTA
               WRITE LINEA-LISTA
               MOVE SPACES TO LINEA-LISTA
               STRING "    SIGNATURA            LIBRO  TITULO"
                                          DELIMITED BY SIZE
                       "                     ESTADO       ESTANTE"
                                          DELIMITED BY SIZE
                       INTO LINEA-LISTA
               WRITE LINEA-LISTA
               MOVE ALL "-" TO LINEA-LISTA
               WRITE LINEA-LISTA
           END-IF.
           MOVE UBI-LIBRO-ID TO LIBRO-ID-STATUS.
           READ REG-LIBROS
               INVALID KEY MOVE "NO CATALOG." TO ESTADO-STATUS
                           MOVE SPACES TO NOMBRE-STATUS
           END-READ.
           MOVE UBI-LIBRO-ID TO EXI-LIBRO-ID.
           MOVE UBI-SUCURSAL TO EXI-SUCURSAL.
           READ EXISTENCIAS-SUC
               INVALID KEY MOVE ZEROS TO EXI-CANTIDAD
                                         EXI-DISPONIBLES
           END-READ.
           MOVE UBI-SIGNATURA   TO DET-SIGNATURA.
           MOVE UBI-LIBRO-ID    TO DET-LIBRO-ID.
           MOVE NOMBRE-STATUS   TO DET-TITULO.
           MOVE ESTADO-STATUS   TO DET-ESTADO.
           MOVE EXI-DISPONIBLES TO DET-DISPONIBLES.
           MOVE EXI-CANTIDAD    TO DET-CANTIDAD.
           MOVE WS-DETALLE-ESTANTE TO LINEA-LISTA.
           WRITE LINEA-LISTA.
           ADD 1 TO WS-TIT-SECCION WS-TIT-TOTAL.
           ADD EXI-DISPONIBLES TO WS-EJE-SECCION WS-EJE-TOTAL.

       047-TOTAL-SECCION.
           MOVE SPACES TO LINEA-LISTA.
           STRING "    SECCION "            DELIMITED BY SIZE
                   WS-SECCION-ANTERIOR      DELIMITED BY SIZE
                   ": "                     DELIMITED BY SIZE
                   WS-TIT-SECCION           DELIMITED BY SIZE
                   " TITULOS, "             DELIMITED BY SIZE
                   WS-EJE-SECCION           DELIMITED BY SIZE
                   " EJEMPLARES EN ESTANTE" DELIMITED BY SIZE
                   INTO LINEA-LISTA.
           WRITE LINEA-LISTA.
           MOVE ZEROS TO WS-TIT-SECCION WS-EJE-SECCION.

      *EJEMPLARES DE LA SUCURSAL (O DE TODAS) QUE NO TIENEN
      *UBICACION: SI APARECEN EN EL ESTANTE NO FIGURAN EN LA LISTA.
       050-SIN-UBICACION.
           MOVE SPACES TO LINEA-LISTA.
           WRITE LINEA-LISTA.
           MOVE "EJEMPLARES SIN UBICACION ASIGNADA:" TO LINEA-LISTA.
           WRITE LINEA-LISTA.
           MOVE LOW-VALUES TO EXI-CLAVE.
           START EXISTENCIAS-SUC KEY IS NOT LESS THAN EXI-CLAVE
               INVALID KEY SET FIN-EXISTENCIAS TO TRUE
           END-START.
           IF NOT FIN-EXISTENCIAS
               READ EXISTENCIAS-SUC NEXT RECORD AT END
                   SET FIN-EXISTENCIAS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-EXISTENCIAS
               IF EXI-CANTIDAD > ZEROS
                   AND (WS-SUC-FILTRO = SPACES
                        OR EXI-SUCURSAL = WS-SUC-FILTRO)
                   MOVE EXI-LIBRO-ID TO UBI-LIBRO-ID
                   MOVE EXI-SUCURSAL TO UBI-SUCURSAL
                   READ UBICACIONES
                       INVALID KEY CONTINUE
                   END-READ
                   IF NOT ESTA-UBICACION
                       PERFORM 055-LINEA-SIN-UBICACION
                   END-IF
               END-IF
               READ EXISTENCIAS-SUC NEXT RECORD AT END
                   SET FIN-EXISTENCIAS TO TRUE END-READ
           END-PERFORM.
           IF WS-SIN-UBICACION = ZEROS
               MOVE "    (NINGUNO)" TO LINEA-LISTA
               WRITE LINEA-LISTA
           END-IF.

       055-LINEA-SIN-UBICACION.
           MOVE EXI-LIBRO-ID TO LIBRO-ID-STATUS.
           READ REG-LIBROS
               INVALID KEY MOVE SPACES TO NOMBRE-STATUS
           END-READ.
           MOVE EXI-SUCURSAL    TO SUB-SUCURSAL.
           MOVE EXI-LIBRO-ID    TO SUB-LIBRO-ID.
           MOVE NOMBRE-STATUS   TO SUB-TITULO.
           MOVE EXI-DISPONIBLES TO SUB-DISPONIBLES.
           MOVE EXI-CANTIDAD    TO SUB-CANTIDAD.
           MOVE WS-DETALLE-SIN-UBI TO LINEA-LISTA.
           WRITE LINEA-LISTA.
           ADD 1 TO WS-SIN-UBICACION.

       060-ABRIR-UBICACIONES.
           OPEN I-O UBICACIONES.
           IF F-NOEXISTE-UBI
               CLOSE UBICACIONES
               OPEN OUTPUT UBICACIONES
               CLOSE UBICACIONES
               OPEN I-O UBICACIONES
           END-IF.

      *COMPLETA CLAVE Y CLAVE DE ESTANTE DE UNA UBICACION NUEVA
      *PARA WS-LIBRO-ID EN WS-SUCURSAL.
       070-ARMAR-UBICACION.
           MOVE WS-LIBRO-ID  TO UBI-LIBRO-ID UBI-LIBRO-ORDEN.
           MOVE WS-SUCURSAL  TO UBI-SUCURSAL UBI-SUC-ORDEN.
           MOVE WS-FECHA-HOY TO UBI-FECHA.

      *SECCION = CATEGORIA; SIGNATURA = TRES LETRAS DE LA
      *CATEGORIA, TRES DEL AUTOR (COMO EN LA ETIQUETA DE LOMO) Y EL
      *LIBRO-ID, QUE LA HACE UNICA DENTRO DE LA SECCION.
       090-SIGNATURA-SUGERIDA.
           MOVE CATEGORIA-STATUS TO WS-SECCION-SUG.
           MOVE CATEGORIA-STATUS (1:3) TO WS-CATEG-ABREV.
           MOVE AUTOR-STATUS (1:3) TO WS-AUTOR-ABREV.
           IF WS-AUTOR-ABREV = SPACES
               MOVE NOMBRE-STATUS (1:3) TO WS-AUTOR-ABREV
           END-IF.
           IF WS-SECCION-SUG = SPACES
               MOVE "GENERAL" TO WS-SECCION-SUG
               MOVE "GEN" TO WS-CATEG-ABREV
           END-IF.
           MOVE SPACES TO WS-SIGNATURA-SUG.
           STRING WS-CATEG-ABREV    DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   WS-AUTOR-ABREV   DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   WS-LIBRO-ID      DELIMITED BY SIZE
                   INTO WS-SIGNATURA-SUG.
           INSPECT WS-SECCION-SUG CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-SIGNATURA-SUG CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *VALORES DE PARAMETROS-SISTEMA.DAT (MANT-PARAMETROS); LOS QUE
      *NO ESTAN CARGADOS QUEDAN CON SU VALUE DE SIEMPRE.
       CARGAR-PARAMETROS.
           MOVE "NOMBRE-BIBLIO" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO NOMBRE-BIBLIOTECA
           END-IF.
           MOVE "SUCURSAL-DEF" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO SUCURSAL-DEFECTO
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "UBICACIONES "     DELIMITED BY SIZE
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
       END PROGRAM UBICACIONES.
