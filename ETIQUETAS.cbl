       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ETIQUETAS.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *IMPRESION DE ETIQUETAS DE EJEMPLAR: HASTA AHORA SE
      *ESCRIBIAN A MANO Y EL NUMERO CON DIGITO VERIFICADOR QUE LEE LA
      *LECTORA DEL MOSTRADOR SE COPIABA MAL, DE AHI LOS "CODIGO DE
      *LIBRO MAL LEIDO". ESTE PROGRAMA ARMA EN ETIQUETAS.LST UNA
      *HOJA CON UN RENGLON POR EJEMPLAR: A LA IZQUIERDA LA ETIQUETA
      *DE CODIGO DE BARRAS (LIBRO-ID MAS DIGITO VERIFICADOR, MISMO
      *CALCULO QUE DESCIFRAR-CODIGO EN REGISTROLIBROS, ENTRE
      *ASTERISCOS PARA LA FUENTE DE BARRAS, Y EN CLARO ABAJO) Y A LA
      *DERECHA LA ETIQUETA DE LOMO (CATEGORIA, TRES PRIMERAS LETRAS
      *DEL AUTOR Y SUCURSAL). LA TANDA SE ELIGE POR RANGO DE
      *LIBRO-ID, POR LOS TITULOS DADOS DE ALTA EN UN DIA (LINEAS
      *"ALTA" DE AUDITORIA-LIBROS.DAT) O POR LOTE DE PROCESO TECNICO
      *(PROCESO-TECNICO.DAT); TAMBIEN SE REIMPRIME UNA SOLA ETIQUETA
      *DANADA. LAS ETIQUETAS SE VAN AGREGANDO AL FINAL DEL ARCHIVO,
      *IGUAL QUE CARNETS.LST. SI EL TITULO TIENE UBICACION EN LA
      *SUCURSAL (UBICACIONES.DAT, UBICACIONES.CBL) EL LOMO LLEVA LA
      *SIGNATURA EN LUGAR DE LA CATEGORIA.
      *EL NOMBRE DE LA BIBLIOTECA DE LA ETIQUETA Y LA SUCURSAL QUE
      *TOMA EL ENTER SE TOMAN DE LOS PARAMETROS DEL SISTEMA
      *(MANT-PARAMETROS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-LIBROS ASSIGN TO "REGISTRO-LIBROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIBRO-ID-STATUS
               FILE STATUS IS FS-REG-LIBROS.

           SELECT AUDITORIA-LIBROS ASSIGN TO "AUDITORIA-LIBROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

      *COLA DE PROCESO TECNICO (PROCESO-TECNICO.CBL).
           SELECT PROCESO-TECNICO ASSIGN TO "PROCESO-TECNICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-NUMERO
               FILE STATUS IS FS-PROCESO.

      *UBICACION EN ESTANTE POR SUCURSAL (UBICACIONES.CBL).
           SELECT UBICACIONES ASSIGN TO "UBICACIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UBI-CLAVE
               ALTERNATE RECORD KEY IS UBI-ORDEN
               FILE STATUS IS FS-UBICACIONES.

           SELECT ETIQUETAS ASSIGN TO "ETIQUETAS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ETIQUETAS.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

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

      *LINEA DE AUDITORIA DEL CATALOGO: LIBRO-ID, CAMPO, ANTERIOR,
      *NUEVO Y FECHA, CON EL MISMO ARMADO QUE AUDITAR-CAMBIO.
       FD AUDITORIA-LIBROS.
       01 LINEA-AUDITORIA.
           05 AUD-LIBRO-ID                PIC X(6).
           05 FILLER                      PIC X(1).
           05 AUD-CAMPO                   PIC X(15).
           05 FILLER                      PIC X(1).
           05 AUD-ANTERIOR                PIC X(20).
           05 FILLER                      PIC X(4).
           05 AUD-NUEVO                   PIC X(20).
           05 FILLER                      PIC X(1).
           05 AUD-FECHA                   PIC X(8).
           05 FILLER                      PIC X(24).

       FD PROCESO-TECNICO.
       01 DATOS-PROCESO-TECNICO.
           05 PT-NUMERO               PIC 9(6).
           05 PT-LIBRO-ID             PIC 9(6).
           05 PT-CANTIDAD             PIC 9(3).
           05 PT-ORIGEN               PIC X(1).
           05 PT-SUCURSAL             PIC X(3).
           05 PT-ETAPA                PIC 9(1).
           05 PT-HISTORIA OCCURS 5 TIMES.
               10 PT-FECHA-ETAPA      PIC 9(8).
               10 PT-OPERADOR-ETAPA   PIC X(10).

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

       FD ETIQUETAS.
       01 LINEA-ETIQUETA              PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-REG-LIBROS            PIC XX.
           88 ESTA-REG-LIB         VALUE "00" "02".
           88 FIN-REG-LIB          VALUE "10".
           88 F-NOEXISTE-LIB       VALUE "35".

       77 FS-AUDITORIA             PIC XX.
           88 FIN-AUDITORIA        VALUE "10".
           88 F-NOEXISTE-AUD       VALUE "35".

       77 FS-PROCESO               PIC XX.
           88 ESTA-PROCESO         VALUE "00" "02".
           88 F-NOEXISTE-PRO       VALUE "35".

       77 FS-UBICACIONES           PIC XX.
           88 ESTA-UBICACION       VALUE "00" "02".
           88 F-NOEXISTE-UBI       VALUE "35".

       77 FS-ETIQUETAS             PIC XX.
           88 ESTA-ETIQUETAS       VALUE "00" "02".
           88 F-NOEXISTE-ETIQ      VALUE "05" "35".

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
      *RENGLONES DE ETIQUETAS POR HOJA DE LA IMPRESORA; AL LLENARSE
      *UNA HOJA SE MARCA EL CORTE.
       77 FILAS-POR-HOJA           PIC 9(2) VALUE 10.

       77 WS-OPC                   PIC 9(1) VALUE ZEROS.
       77 WS-TERMINAR-PROG         PIC X(2) VALUE "NO".
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-FECHA-ALTA            PIC 9(8) VALUE ZEROS.
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

       77 WS-SUC-ETIQUETA          PIC X(3) VALUE SPACES.
       77 WS-LIBRO-DESDE           PIC 9(6) VALUE ZEROS.
       77 WS-LIBRO-HASTA           PIC 9(6) VALUE ZEROS.
       77 WS-LIBRO-ID              PIC 9(6) VALUE ZEROS.
       77 WS-NUMERO-LOTE           PIC 9(6) VALUE ZEROS.
       77 WS-CANT-COPIAS           PIC 9(3) VALUE ZEROS.
       77 WS-COPIA                 PIC 9(3) VALUE ZEROS.
       77 WS-CANT-ETIQUETAS        PIC 9(5) VALUE ZEROS.
       77 WS-CANT-TITULOS          PIC 9(5) VALUE ZEROS.
       77 WS-FILAS-HOJA            PIC 9(2) VALUE ZEROS.
      *QUE ETIQUETA SALE EN LA REIMPRESION: B=BARRAS, L=LOMO,
      *A=AMBAS (LA TANDA SIEMPRE SACA AMBAS).
       77 WS-TIPO-ETIQUETA         PIC X(1) VALUE "A".
           88 SALE-BARRAS          VALUE "A" "B".
           88 SALE-LOMO            VALUE "A" "L".
       77 WS-AUTOR-ABREV           PIC X(3) VALUE SPACES.
       77 WS-LOMO-CABEZA           PIC X(20) VALUE SPACES.
       77 WS-HAY-UBICACIONES       PIC X(2) VALUE "NO".
       77 WS-CODIGO-CLARO          PIC X(8) VALUE SPACES.
       77 WS-CODIGO-BARRAS         PIC X(9) VALUE SPACES.

      *DIGITO VERIFICADOR DE LA ETIQUETA.
       77 AUX-COD-NUMERO       PIC 9(6) VALUE ZEROS.
       77 AUX-COD-DV           PIC 9(1) VALUE ZEROS.
       77 AUX-DV-SUMA          PIC 9(4) VALUE ZEROS.
       77 AUX-DV-POS           PIC 9(1) VALUE ZEROS.
       77 AUX-DV-DIGITO        PIC 9(1) VALUE ZEROS.
       77 AUX-DV-COCIENTE      PIC 9(4) VALUE ZEROS.
       77 AUX-DV-RESTO         PIC 9(2) VALUE ZEROS.

       PROCEDURE DIVISION.

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
           PERFORM CARGAR-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Sucursal del lomo (ENTER=" SUCURSAL-DEFECTO "): "
                   WITH NO ADVANCING.
           ACCEPT WS-SUCURSAL.
           IF WS-SUCURSAL = SPACES
               MOVE SUCURSAL-DEFECTO TO WS-SUCURSAL
           END-IF.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== ETIQUETAS DE EJEMPLAR ====="
               DISPLAY "1. RANGO DE LIBRO-ID"
               DISPLAY "2. TITULOS DADOS DE ALTA EN UN DIA"
               DISPLAY "3. LOTE DE PROCESO TECNICO"
               DISPLAY "4. REIMPRESION DE UNA ETIQUETA DANADA"
               DISPLAY "0. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-ETIQUETAS-RANGO
                                  THRU 020-ETIQUETAS-RANGO-EXIT
                   WHEN 2 PERFORM 030-ETIQUETAS-DIA
                                  THRU 030-ETIQUETAS-DIA-EXIT
                   WHEN 3 PERFORM 040-ETIQUETAS-LOTE
                                  THRU 040-ETIQUETAS-LOTE-EXIT
                   WHEN 4 PERFORM 050-REIMPRESION
                                  THRU 050-REIMPRESION-EXIT
                   WHEN 0 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *TANDA POR RANGO DE LIBRO-ID: UNA ETIQUETA DE CADA CLASE POR
      *EJEMPLAR DE CADA TITULO DEL RANGO, SALTEANDO LAS BAJAS.
       020-ETIQUETAS-RANGO.
           DISPLAY "Libro desde: " WITH NO ADVANCING.
           ACCEPT WS-LIBRO-DESDE.
           DISPLAY "Libro hasta: " WITH NO ADVANCING.
           ACCEPT WS-LIBRO-HASTA.
           IF WS-LIBRO-HASTA = ZEROS
               OR WS-LIBRO-HASTA < WS-LIBRO-DESDE
               GO TO 020-ETIQUETAS-RANGO-EXIT
           END-IF.
           PERFORM 060-ABRIR-CATALOGO.
           IF F-NOEXISTE-LIB
               GO TO 020-ETIQUETAS-RANGO-EXIT
           END-IF.
           PERFORM 065-ABRIR-ETIQUETAS.
           MOVE "A" TO WS-TIPO-ETIQUETA.
           MOVE WS-SUCURSAL TO WS-SUC-ETIQUETA.
           MOVE WS-LIBRO-DESDE TO LIBRO-ID-STATUS.
           START REG-LIBROS KEY IS NOT LESS THAN LIBRO-ID-STATUS
               INVALID KEY SET FIN-REG-LIB TO TRUE
           END-START.
           IF NOT FIN-REG-LIB
               READ REG-LIBROS NEXT RECORD AT END
                   SET FIN-REG-LIB TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-REG-LIB
                   OR LIBRO-ID-STATUS > WS-LIBRO-HASTA
               IF ESTADO-STATUS NOT = "BAJA"
                   MOVE CANTIDAD-EJEMPLARES-STATUS TO WS-CANT-COPIAS
                   PERFORM 070-ETIQUETAS-TITULO
                           THRU 070-ETIQUETAS-TITULO-EXIT
               END-IF
               READ REG-LIBROS NEXT RECORD AT END
                   SET FIN-REG-LIB TO TRUE END-READ
           END-PERFORM.
           PERFORM 068-CERRAR-ETIQUETAS.
           CLOSE REG-LIBROS.
       020-ETIQUETAS-RANGO-EXIT.
           EXIT.

      *TITULOS NUEVOS DE UN DIA: LOS QUE TIENEN LINEA "ALTA" EN LA
      *AUDITORIA DEL CATALOGO CON ESA FECHA (ALTA EN EL MOSTRADOR O
      *CARGA MASIVA), CON TODOS SUS EJEMPLARES.
       030-ETIQUETAS-DIA.
           DISPLAY "Fecha de alta AAAAMMDD (ENTER=HOY): "
                   WITH NO ADVANCING.
           MOVE ZEROS TO WS-FECHA-ALTA.
           ACCEPT WS-FECHA-ALTA.
           IF WS-FECHA-ALTA = ZEROS
               MOVE WS-FECHA-HOY TO WS-FECHA-ALTA
           END-IF.
           OPEN INPUT AUDITORIA-LIBROS.
           IF F-NOEXISTE-AUD
               DISPLAY "NO HAY AUDITORIA DEL CATALOGO."
               CLOSE AUDITORIA-LIBROS
               GO TO 030-ETIQUETAS-DIA-EXIT
           END-IF.
           PERFORM 060-ABRIR-CATALOGO.
           IF F-NOEXISTE-LIB
               CLOSE AUDITORIA-LIBROS
               GO TO 030-ETIQUETAS-DIA-EXIT
           END-IF.
           PERFORM 065-ABRIR-ETIQUETAS.
           MOVE "A" TO WS-TIPO-ETIQUETA.
           MOVE WS-SUCURSAL TO WS-SUC-ETIQUETA.
           READ AUDITORIA-LIBROS AT END
               SET FIN-AUDITORIA TO TRUE END-READ.
           PERFORM UNTIL FIN-AUDITORIA
               IF AUD-CAMPO = "ALTA"
                   AND AUD-FECHA = WS-FECHA-ALTA
                   AND AUD-LIBRO-ID IS NUMERIC
                   MOVE AUD-LIBRO-ID TO LIBRO-ID-STATUS
                   READ REG-LIBROS
                       INVALID KEY CONTINUE
                   END-READ
                   IF ESTA-REG-LIB
                       MOVE CANTIDAD-EJEMPLARES-STATUS
                                            TO WS-CANT-COPIAS
                       PERFORM 070-ETIQUETAS-TITULO
                               THRU 070-ETIQUETAS-TITULO-EXIT
                   END-IF
               END-IF
               READ AUDITORIA-LIBROS AT END
                   SET FIN-AUDITORIA TO TRUE END-READ
           END-PERFORM.
           PERFORM 068-CERRAR-ETIQUETAS.
           CLOSE REG-LIBROS.
           CLOSE AUDITORIA-LIBROS.
       030-ETIQUETAS-DIA-EXIT.
           EXIT.

      *LOTE DE PROCESO TECNICO: TANTAS ETIQUETAS COMO EJEMPLARES
      *TRAE EL LOTE, CON LA SUCURSAL DEL LOTE EN EL LOMO. SE SIGUE
      *PIDIENDO LOTES HASTA CERO.
       040-ETIQUETAS-LOTE.
           OPEN INPUT PROCESO-TECNICO.
           IF F-NOEXISTE-PRO
               DISPLAY "NO HAY LOTES EN PROCESO TECNICO."
               CLOSE PROCESO-TECNICO
               GO TO 040-ETIQUETAS-LOTE-EXIT
           END-IF.
           PERFORM 060-ABRIR-CATALOGO.
           IF F-NOEXISTE-LIB
               CLOSE PROCESO-TECNICO
               GO TO 040-ETIQUETAS-LOTE-EXIT
           END-IF.
           PERFORM 065-ABRIR-ETIQUETAS.
           MOVE "A" TO WS-TIPO-ETIQUETA.
           MOVE 1 TO WS-NUMERO-LOTE.
           PERFORM UNTIL WS-NUMERO-LOTE = ZEROS
               DISPLAY "Lote (0=TERMINAR): " WITH NO ADVANCING
               ACCEPT WS-NUMERO-LOTE
               IF WS-NUMERO-LOTE NOT = ZEROS
                   PERFORM 045-ETIQUETAS-UN-LOTE
                           THRU 045-ETIQUETAS-UN-LOTE-EXIT
               END-IF
           END-PERFORM.
           PERFORM 068-CERRAR-ETIQUETAS.
           CLOSE REG-LIBROS.
           CLOSE PROCESO-TECNICO.
       040-ETIQUETAS-LOTE-EXIT.
           EXIT.

       045-ETIQUETAS-UN-LOTE.
           MOVE WS-NUMERO-LOTE TO PT-NUMERO.
           READ PROCESO-TECNICO
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-PROCESO
               DISPLAY "NO EXISTE ESE LOTE."
               GO TO 045-ETIQUETAS-UN-LOTE-EXIT
           END-IF.
           MOVE PT-LIBRO-ID TO LIBRO-ID-STATUS.
           READ REG-LIBROS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REG-LIB
               DISPLAY "EL LIBRO " PT-LIBRO-ID " NO ESTA EN EL "
                       "CATALOGO."
               GO TO 045-ETIQUETAS-UN-LOTE-EXIT
           END-IF.
           MOVE PT-SUCURSAL TO WS-SUC-ETIQUETA.
           IF WS-SUC-ETIQUETA = SPACES
               MOVE WS-SUCURSAL TO WS-SUC-ETIQUETA
           END-IF.
           MOVE PT-CANTIDAD TO WS-CANT-COPIAS.
           PERFORM 070-ETIQUETAS-TITULO
                   THRU 070-ETIQUETAS-TITULO-EXIT.
           DISPLAY "LOTE " PT-NUMERO ": " PT-CANTIDAD
                   " EJEMPLARES ETIQUETADOS.".
       045-ETIQUETAS-UN-LOTE-EXIT.
           EXIT.

      *UNA SOLA ETIQUETA PARA REEMPLAZAR LA QUE SE DANO: SE ELIGE
      *LA DE BARRAS, LA DE LOMO O AMBAS.
       050-REIMPRESION.
           DISPLAY "Libro: " WITH NO ADVANCING.
           ACCEPT WS-LIBRO-ID.
           IF WS-LIBRO-ID = ZEROS
               GO TO 050-REIMPRESION-EXIT
           END-IF.
           DISPLAY "Etiqueta B=BARRAS L=LOMO A=AMBAS: "
                   WITH NO ADVANCING.
           ACCEPT WS-TIPO-ETIQUETA.
           IF NOT SALE-BARRAS AND NOT SALE-LOMO
               DISPLAY "TIPO DE ETIQUETA NO VALIDO."
               GO TO 050-REIMPRESION-EXIT
           END-IF.
           PERFORM 060-ABRIR-CATALOGO.
           IF F-NOEXISTE-LIB
               GO TO 050-REIMPRESION-EXIT
           END-IF.
           MOVE WS-LIBRO-ID TO LIBRO-ID-STATUS.
           READ REG-LIBROS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REG-LIB
               DISPLAY "EL LIBRO NO EXISTE."
               CLOSE REG-LIBROS
               GO TO 050-REIMPRESION-EXIT
           END-IF.
           PERFORM 065-ABRIR-ETIQUETAS.
           MOVE WS-SUCURSAL TO WS-SUC-ETIQUETA.
           MOVE 1 TO WS-CANT-COPIAS.
           PERFORM 070-ETIQUETAS-TITULO
                   THRU 070-ETIQUETAS-TITULO-EXIT.
           PERFORM 068-CERRAR-ETIQUETAS.
           CLOSE REG-LIBROS.
       050-REIMPRESION-EXIT.
           EXIT.

       060-ABRIR-CATALOGO.
           OPEN INPUT REG-LIBROS.
           IF F-NOEXISTE-LIB
               DISPLAY "NO SE ENCUENTRA EL CATALOGO."
               MOVE "REGISTRO-LIBROS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-REG-LIBROS         TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE REG-LIBROS
           END-IF.

      *LAS ETIQUETAS SE VAN AGREGANDO AL FINAL DEL ARCHIVO DE
      *IMPRESION; CADA TANDA EMPIEZA CON SU ENCABEZADO DE HOJA.
       065-ABRIR-ETIQUETAS.
           OPEN EXTEND ETIQUETAS.
           IF F-NOEXISTE-ETIQ
               CLOSE ETIQUETAS
               OPEN OUTPUT ETIQUETAS
           END-IF.
           MOVE ZEROS TO WS-CANT-ETIQUETAS WS-CANT-TITULOS.
           MOVE ZEROS TO WS-FILAS-HOJA.
           MOVE "NO" TO WS-HAY-UBICACIONES.
           OPEN INPUT UBICACIONES.
           IF F-NOEXISTE-UBI
               CLOSE UBICACIONES
           ELSE
               MOVE "SI" TO WS-HAY-UBICACIONES
           END-IF.
           PERFORM 067-ENCABEZADO-HOJA.

       067-ENCABEZADO-HOJA.
           MOVE SPACES TO LINEA-ETIQUETA.
           STRING "HOJA DE ETIQUETAS - "     DELIMITED BY SIZE
                   NOMBRE-BIBLIOTECA          DELIMITED BY SIZE
                   " - "                      DELIMITED BY SIZE
                   WS-FECHA-HOY               DELIMITED BY SIZE
                   INTO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE ALL "=" TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.

       068-CERRAR-ETIQUETAS.
           CLOSE ETIQUETAS.
           IF WS-HAY-UBICACIONES = "SI"
               CLOSE UBICACIONES
           END-IF.
           DISPLAY WS-CANT-ETIQUETAS " EJEMPLARES DE "
                   WS-CANT-TITULOS " TITULOS EN ETIQUETAS.LST.".

      *UN RENGLON DE ETIQUETAS POR EJEMPLAR DEL TITULO LEIDO.
       070-ETIQUETAS-TITULO.
           IF WS-CANT-COPIAS = ZEROS
               GO TO 070-ETIQUETAS-TITULO-EXIT
           END-IF.
           ADD 1 TO WS-CANT-TITULOS.
           MOVE LIBRO-ID-STATUS TO AUX-COD-NUMERO.
           PERFORM 080-CALCULAR-DIGITO.
           MOVE SPACES TO WS-CODIGO-CLARO WS-CODIGO-BARRAS.
           STRING AUX-COD-NUMERO DELIMITED BY SIZE
                   "-"            DELIMITED BY SIZE
                   AUX-COD-DV     DELIMITED BY SIZE
                   INTO WS-CODIGO-CLARO.
      *LA LECTORA ENTREGA LOS SIETE DIGITOS SEGUIDOS (NUMERO Y
      *CONTROL), QUE ES LO QUE ESPERA DESCIFRAR-CODIGO.
           STRING "*"            DELIMITED BY SIZE
                   AUX-COD-NUMERO DELIMITED BY SIZE
                   AUX-COD-DV     DELIMITED BY SIZE
                   "*"            DELIMITED BY SIZE
                   INTO WS-CODIGO-BARRAS.
           MOVE AUTOR-STATUS (1:3) TO WS-AUTOR-ABREV.
           IF WS-AUTOR-ABREV = SPACES
               MOVE NOMBRE-STATUS (1:3) TO WS-AUTOR-ABREV
           END-IF.
           INSPECT WS-AUTOR-ABREV CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE CATEGORIA-STATUS TO WS-LOMO-CABEZA.
           IF WS-HAY-UBICACIONES = "SI"
               MOVE LIBRO-ID-STATUS TO UBI-LIBRO-ID
               MOVE WS-SUC-ETIQUETA TO UBI-SUCURSAL
               READ UBICACIONES
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-UBICACION
                   MOVE UBI-SIGNATURA TO WS-LOMO-CABEZA
               END-IF
           END-IF.
           PERFORM 075-RENGLON-ETIQUETAS
                   VARYING WS-COPIA FROM 1 BY 1
                   UNTIL WS-COPIA > WS-CANT-COPIAS.
       070-ETIQUETAS-TITULO-EXIT.
           EXIT.

      *RENGLON DE LA HOJA: ETIQUETA DE BARRAS EN LAS COLUMNAS 1 A
      *36 Y DE LOMO EN LAS 41 A 60, CUATRO LINEAS Y UNA EN BLANCO.
       075-RENGLON-ETIQUETAS.
           IF WS-FILAS-HOJA NOT < FILAS-POR-HOJA
               MOVE ALL "-" TO LINEA-ETIQUETA
               WRITE LINEA-ETIQUETA
               PERFORM 067-ENCABEZADO-HOJA
               MOVE ZEROS TO WS-FILAS-HOJA
           END-IF.
           MOVE SPACES TO LINEA-ETIQUETA.
           IF SALE-BARRAS
               MOVE NOMBRE-BIBLIOTECA  TO LINEA-ETIQUETA (1:36)
           END-IF.
           IF SALE-LOMO
               MOVE WS-LOMO-CABEZA     TO LINEA-ETIQUETA (41:20)
           END-IF.
           WRITE LINEA-ETIQUETA.
           MOVE SPACES TO LINEA-ETIQUETA.
           IF SALE-BARRAS
               MOVE WS-CODIGO-BARRAS   TO LINEA-ETIQUETA (1:36)
           END-IF.
           IF SALE-LOMO
               MOVE WS-AUTOR-ABREV     TO LINEA-ETIQUETA (41:20)
           END-IF.
           WRITE LINEA-ETIQUETA.
           MOVE SPACES TO LINEA-ETIQUETA.
           IF SALE-BARRAS
               MOVE WS-CODIGO-CLARO    TO LINEA-ETIQUETA (1:36)
           END-IF.
           IF SALE-LOMO
               MOVE WS-SUC-ETIQUETA    TO LINEA-ETIQUETA (41:20)
           END-IF.
           WRITE LINEA-ETIQUETA.
           MOVE SPACES TO LINEA-ETIQUETA.
           IF SALE-BARRAS
               MOVE NOMBRE-STATUS      TO LINEA-ETIQUETA (1:36)
           END-IF.
           IF SALE-LOMO
               MOVE WS-CODIGO-CLARO    TO LINEA-ETIQUETA (41:20)
           END-IF.
           WRITE LINEA-ETIQUETA.
           MOVE SPACES TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           ADD 1 TO WS-FILAS-HOJA.
           ADD 1 TO WS-CANT-ETIQUETAS.

      *DIGITO VERIFICADOR DEL NUMERO DE LIBRO: SUMA PESADA (PESOS
      *2..7) MODULO 11, CON 10 LLEVADO A 0. MISMO CALCULO QUE EN
      *REGISTROLIBROS, CARNET-SOCIOS, PROG-PAGOS-F Y CONSULTA-SOCIO.
       080-CALCULAR-DIGITO.
           MOVE ZEROS TO AUX-DV-SUMA.
           PERFORM VARYING AUX-DV-POS FROM 1 BY 1
                   UNTIL AUX-DV-POS > 6
               MOVE AUX-COD-NUMERO (AUX-DV-POS:1) TO AUX-DV-DIGITO
               COMPUTE AUX-DV-SUMA = AUX-DV-SUMA
                       + AUX-DV-DIGITO * (AUX-DV-POS + 1)
           END-PERFORM.
           DIVIDE AUX-DV-SUMA BY 11 GIVING AUX-DV-COCIENTE
                   REMAINDER AUX-DV-RESTO.
           IF AUX-DV-RESTO > 9
               MOVE ZEROS TO AUX-COD-DV
           ELSE
               MOVE AUX-DV-RESTO TO AUX-COD-DV
           END-IF.

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
           STRING "ETIQUETAS "       DELIMITED BY SIZE
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
       END PROGRAM ETIQUETAS.
