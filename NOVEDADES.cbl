       IDENTIFICATION DIVISION.
       PROGRAM-ID.                NOVEDADES.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *NOVEDADES DEL MES: LOS SOCIOS PREGUNTAN "QUE HAY DE NUEVO" Y
      *NO HABIA LISTA. UN TITULO ES NOVEDAD DEL MES SI ESE MES
      *LLEGO AL ESTANTE: LOTE DE PROCESO TECNICO DE COMPRA O
      *DONACION (LAS RECEPCIONES DE ORDENES-COMPRA.DAT Y
      *DONACIONES.DAT ENTRAN POR LA CARGA MASIVA A ESA COLA) QUE
      *PASO A "EN ESTANTE" EN EL MES, O LINEA "ALTA" DEL MES EN
      *AUDITORIA-LIBROS.DAT (ALTA EN EL MOSTRADOR). QUEDAN AFUERA
      *LOS TITULOS QUE SIGUEN "EN PROCESO" Y LOS DADOS DE BAJA; LAS
      *TRANSFERENCIAS ENTRE SUCURSALES NO SON NOVEDAD.
      *LA LISTA DEL MES SE GRABA EN NOVEDADES.DAT (CLAVE MES Y
      *LIBRO-ID, REGENERABLE; ORDEN ALTERNATIVO MES, CATEGORIA Y
      *LIBRO-ID) CON TITULO, AUTOR Y SUCURSALES QUE LO TIENEN, Y SE
      *IMPRIME EL VOLANTE NOVEDADES.LST AGRUPADO POR CATEGORIA PARA
      *LA CARTELERA. LA MISMA LISTA LA USAN EXPORT-WEB (MARCA DE
      *NOVEDAD EN CATALOGO-WEB.TXT PARA LA REPISA "NUEVO ESTE MES"
      *DEL SITIO) Y EST-CIRCULACION (SECCION DE NOVEDADES DEL
      *LISTADO MENSUAL).
      *EL NOMBRE DE LA BIBLIOTECA DEL VOLANTE SE TOMA DE LOS
      *PARAMETROS DEL SISTEMA (MANT-PARAMETROS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOVEDADES ASSIGN TO "NOVEDADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOV-CLAVE
               ALTERNATE RECORD KEY IS NOV-ORDEN
               FILE STATUS IS FS-NOVEDADES.

           SELECT REG-LIBROS ASSIGN TO "REGISTRO-LIBROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIBRO-ID-STATUS
               FILE STATUS IS FS-REG-LIBROS.

      *AUDITORIA DEL CATALOGO (LINEAS "ALTA" DE REGISTROLIBROS).
           SELECT AUDITORIA-LIBROS ASSIGN TO "AUDITORIA-LIBROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

      *COLA DE PROCESO TECNICO (PROCESO-TECNICO.CBL).
           SELECT PROCESO-TECNICO ASSIGN TO "PROCESO-TECNICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-NUMERO
               FILE STATUS IS FS-PROCESO.

      *EXISTENCIAS POR SUCURSAL, COMPARTIDAS CON REGISTROLIBROS.
           SELECT EXISTENCIAS-SUC ASSIGN TO "EXISTENCIAS-SUC.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EXI-CLAVE
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-EXISTENCIAS.

           SELECT VOLANTE ASSIGN TO "NOVEDADES.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VOLANTE.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

      *NOV-ORDEN REPITE MES Y LIBRO-ID PARA QUE SEA UNICA.
       FD NOVEDADES.
       01 DATOS-NOVEDAD.
           05 NOV-CLAVE.
               10 NOV-MES                 PIC 9(6).
               10 NOV-LIBRO-ID            PIC 9(6).
           05 NOV-ORDEN.
               10 NOV-MES-ORDEN           PIC 9(6).
               10 NOV-CATEGORIA           PIC X(15).
               10 NOV-LIBRO-ORDEN         PIC 9(6).
           05 NOV-TITULO                  PIC X(60).
           05 NOV-AUTOR                   PIC X(20).
           05 NOV-SUCURSALES              PIC X(15).
      *C=COMPRA, D=DONACION, BLANCO=ALTA EN EL MOSTRADOR.
           05 NOV-ORIGEN                  PIC X(1).
           05 NOV-FECHA-INCORPORADO       PIC 9(8).

       FD REG-LIBROS.
       01 DATOS-LIBRO-STATUS.
           05 LIBRO-ID-STATUS         PIC 9(6).
           05 NOMBRE-STATUS           PIC X(60).
           05 FILLER                  PIC X(20).
           05 ESTADO-STATUS           PIC X(12).
               88 ESTADO-BAJA-STATUS  VALUE "BAJA".
               88 ESTADO-PROCESO-STATUS VALUE "EN PROCESO".
           05 FILLER                  PIC X(6).
           05 FILLER                  PIC X(13).
           05 CATEGORIA-STATUS        PIC X(15).
           05 FILLER                  PIC X(8).
      *COSTO DE REPOSICION, AGREGADO AL FINAL DEL REGISTRO DEL
      *CATALOGO.
           05 FILLER                  PIC X(8).
      *AUTOR (AGREGADO AL FINAL DEL REGISTRO DEL CATALOGO).
           05 AUTOR-STATUS            PIC X(20).

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
               88 PT-TRANSFERENCIA    VALUE "T".
           05 PT-SUCURSAL             PIC X(3).
           05 PT-ETAPA                PIC 9(1).
               88 PT-EN-ESTANTE       VALUE 5.
           05 PT-HISTORIA OCCURS 5 TIMES.
               10 PT-FECHA-ETAPA      PIC 9(8).
               10 PT-OPERADOR-ETAPA   PIC X(10).

       FD EXISTENCIAS-SUC.
       01 DATOS-EXISTENCIA.
           05 EXI-CLAVE.
               10 EXI-LIBRO-ID            PIC 9(6).
               10 EXI-SUCURSAL            PIC X(3).
           05 EXI-CANTIDAD                PIC 9(3).
           05 EXI-DISPONIBLES             PIC 9(3).

       FD VOLANTE.
       01 LINEA-VOLANTE               PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-NOVEDADES             PIC XX.
           88 ESTA-NOVEDAD         VALUE "00" "02".
           88 FIN-NOVEDADES        VALUE "10".
           88 F-NOEXISTE-NOV       VALUE "35".

       77 FS-REG-LIBROS            PIC XX.
           88 ESTA-REG-LIB         VALUE "00" "02".
           88 F-NOEXISTE-LIB       VALUE "35".

       77 FS-AUDITORIA             PIC XX.
           88 FIN-AUDITORIA        VALUE "10".
           88 F-NOEXISTE-AUD       VALUE "35".

       77 FS-PROCESO               PIC XX.
           88 FIN-PROCESO          VALUE "10".
           88 F-NOEXISTE-PRO       VALUE "35".

       77 FS-EXISTENCIAS           PIC XX.
           88 N-ESTA-REG-EXI       VALUE "23".
           88 FIN-REG-EXI          VALUE "10".
           88 F-NOEXISTE-EXI       VALUE "35".
       77 WS-HAY-EXISTENCIAS       PIC X VALUE "N".
           88 HAY-EXISTENCIAS      VALUE "S".

       77 FS-VOLANTE               PIC XX.
           88 ESTA-VOLANTE         VALUE "00" "02".

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

      *PARAMETROS DEL SISTEMA (LEE-PARAMETRO.CBL): SIN REGISTRO EN
      *PARAMETROS-SISTEMA.DAT QUEDA EL VALOR DE SIEMPRE.
       01 LPA-PARAMETROS.
           05 LPA-CLAVE            PIC X(15).
           05 LPA-VALOR            PIC X(60).
           05 LPA-NUMERO           PIC 9(9)V99.
           05 LPA-RESULTADO        PIC X(2).
               88 PARAMETRO-HALLADO VALUE "OK".

       77 WS-OPC                   PIC 9(1) VALUE ZEROS.
       77 WS-TERMINAR-PROG         PIC X(2) VALUE "NO".
       77 WS-MES                   PIC 9(6) VALUE ZEROS.
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
      *CANDIDATO A NOVEDAD QUE SE ESTA EVALUANDO.
       77 WS-CAND-LIBRO-ID         PIC 9(6) VALUE ZEROS.
       77 WS-CAND-ORIGEN           PIC X(1) VALUE SPACE.
       77 WS-CAND-SUCURSAL         PIC X(3) VALUE SPACES.
       77 WS-CAND-FECHA            PIC 9(8) VALUE ZEROS.
       77 WS-PUNTERO-SUC           PIC 9(2) VALUE ZEROS.
       77 WS-CANT-NOVEDADES        PIC 9(5) VALUE ZEROS.
       77 WS-CANT-EN-PROCESO       PIC 9(5) VALUE ZEROS.
       77 WS-CANT-BAJAS            PIC 9(5) VALUE ZEROS.
       77 WS-CANT-BORRADAS         PIC 9(5) VALUE ZEROS.
       77 WS-CANT-CATEGORIA        PIC 9(4) VALUE ZEROS.
       77 WS-CATEGORIA-ANT         PIC X(15) VALUE SPACES.
       77 WS-PRIMERA-CATEGORIA     PIC X VALUE "S".
           88 PRIMERA-CATEGORIA    VALUE "S".

       01 WS-MES-EDITADO.
           05 WS-MES-MM               PIC 9(2).
           05 FILLER                  PIC X(1) VALUE "/".
           05 WS-MES-AAAA             PIC 9(4).

       01 WS-LINEA-NOVEDAD.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LNV-TITULO              PIC X(40).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LNV-AUTOR               PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 LNV-SUCURSALES          PIC X(15).

       PROCEDURE DIVISION.

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
           PERFORM CARGAR-PARAMETROS.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== NOVEDADES DEL MES ====="
               DISPLAY "1. GENERAR NOVEDADES DE UN MES"
               DISPLAY "2. REIMPRIMIR VOLANTE DE UN MES"
               DISPLAY "0. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-GENERAR-MES
                                  THRU 020-GENERAR-MES-EXIT
                   WHEN 2 PERFORM 050-IMPRIMIR-VOLANTE
                                  THRU 050-IMPRIMIR-VOLANTE-EXIT
                   WHEN 0 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *SE BORRA LO GRABADO PARA EL MES Y SE VUELVE A ARMAR: PRIMERO
      *LOS LOTES LLEGADOS AL ESTANTE (TRAEN ORIGEN Y SUCURSAL),
      *DESPUES LAS ALTAS DEL MES QUE NO ENTRARON POR UN LOTE.
       020-GENERAR-MES.
           DISPLAY "INGRESE EL MES A GENERAR (AAAAMM): "
                   WITH NO ADVANCING.
           MOVE ZEROS TO WS-MES.
           ACCEPT WS-MES.
           IF WS-MES = ZEROS
               GO TO 020-GENERAR-MES-EXIT
           END-IF.
           OPEN INPUT REG-LIBROS.
           IF F-NOEXISTE-LIB
               DISPLAY "NO SE ENCUENTRA EL CATALOGO."
               MOVE "REGISTRO-LIBROS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-REG-LIBROS         TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE REG-LIBROS
               GO TO 020-GENERAR-MES-EXIT
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-CANT-NOVEDADES WS-CANT-EN-PROCESO
                         WS-CANT-BAJAS WS-CANT-BORRADAS.
           OPEN I-O NOVEDADES.
           IF F-NOEXISTE-NOV
               OPEN OUTPUT NOVEDADES
               CLOSE NOVEDADES
               OPEN I-O NOVEDADES
           END-IF.
           PERFORM 025-BORRAR-MES.
           MOVE "N" TO WS-HAY-EXISTENCIAS.
           OPEN INPUT EXISTENCIAS-SUC.
           IF F-NOEXISTE-EXI
               CLOSE EXISTENCIAS-SUC
           ELSE
               MOVE "S" TO WS-HAY-EXISTENCIAS
           END-IF.

           OPEN INPUT PROCESO-TECNICO.
           IF F-NOEXISTE-PRO
               CLOSE PROCESO-TECNICO
           ELSE
               READ PROCESO-TECNICO NEXT RECORD AT END
                   SET FIN-PROCESO TO TRUE END-READ
               PERFORM UNTIL FIN-PROCESO
                   IF PT-EN-ESTANTE AND NOT PT-TRANSFERENCIA
                       AND PT-FECHA-ETAPA (5) (1:6) = WS-MES
                       MOVE PT-LIBRO-ID        TO WS-CAND-LIBRO-ID
                       MOVE PT-ORIGEN          TO WS-CAND-ORIGEN
                       MOVE PT-SUCURSAL        TO WS-CAND-SUCURSAL
                       MOVE PT-FECHA-ETAPA (5) TO WS-CAND-FECHA
                       PERFORM 030-AGREGAR-CANDIDATO
                               THRU 030-AGREGAR-CANDIDATO-EXIT
                   END-IF
                   READ PROCESO-TECNICO NEXT RECORD AT END
                       SET FIN-PROCESO TO TRUE END-READ
               END-PERFORM
               CLOSE PROCESO-TECNICO
           END-IF.

           OPEN INPUT AUDITORIA-LIBROS.
           IF F-NOEXISTE-AUD
               CLOSE AUDITORIA-LIBROS
           ELSE
               READ AUDITORIA-LIBROS AT END
                   SET FIN-AUDITORIA TO TRUE END-READ
               PERFORM UNTIL FIN-AUDITORIA
                   IF AUD-CAMPO = "ALTA"
                       AND AUD-FECHA (1:6) = WS-MES
                       AND AUD-LIBRO-ID IS NUMERIC
                       MOVE AUD-LIBRO-ID  TO WS-CAND-LIBRO-ID
                       MOVE SPACE         TO WS-CAND-ORIGEN
                       MOVE SPACES        TO WS-CAND-SUCURSAL
                       MOVE AUD-FECHA     TO WS-CAND-FECHA
                       PERFORM 030-AGREGAR-CANDIDATO
                               THRU 030-AGREGAR-CANDIDATO-EXIT
                   END-IF
                   READ AUDITORIA-LIBROS AT END
                       SET FIN-AUDITORIA TO TRUE END-READ
               END-PERFORM
               CLOSE AUDITORIA-LIBROS
           END-IF.

           IF HAY-EXISTENCIAS
               CLOSE EXISTENCIAS-SUC
           END-IF.
           CLOSE NOVEDADES.
           CLOSE REG-LIBROS.
           DISPLAY "MES " WS-MES ": " WS-CANT-NOVEDADES
                   " NOVEDADES (" WS-CANT-EN-PROCESO
                   " TODAVIA EN PROCESO Y " WS-CANT-BAJAS
                   " DADAS DE BAJA QUEDARON AFUERA).".
           IF WS-CANT-BORRADAS NOT = ZEROS
               DISPLAY "SE REEMPLAZO LA LISTA ANTERIOR DEL MES ("
                       WS-CANT-BORRADAS " TITULOS)."
           END-IF.
           PERFORM 050-IMPRIMIR-VOLANTE THRU 050-IMPRIMIR-VOLANTE-EXIT.
       020-GENERAR-MES-EXIT.
           EXIT.

       025-BORRAR-MES.
           MOVE WS-MES TO NOV-MES.
           MOVE ZEROS  TO NOV-LIBRO-ID.
           START NOVEDADES KEY IS NOT LESS THAN NOV-CLAVE
               INVALID KEY SET FIN-NOVEDADES TO TRUE
           END-START.
           IF NOT FIN-NOVEDADES
               READ NOVEDADES NEXT RECORD AT END
                   SET FIN-NOVEDADES TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-NOVEDADES OR NOV-MES NOT = WS-MES
               DELETE NOVEDADES RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               ADD 1 TO WS-CANT-BORRADAS
               READ NOVEDADES NEXT RECORD AT END
                   SET FIN-NOVEDADES TO TRUE END-READ
           END-PERFORM.
           MOVE "00" TO FS-NOVEDADES.

      *UN TITULO ENTRA UNA SOLA VEZ POR MES (LA CLAVE LO IMPIDE):
      *SI YA ENTRO POR UN LOTE, SU LINEA "ALTA" SE IGNORA.
       030-AGREGAR-CANDIDATO.
           MOVE WS-MES           TO NOV-MES.
           MOVE WS-CAND-LIBRO-ID TO NOV-LIBRO-ID.
           READ NOVEDADES
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-NOVEDAD
               GO TO 030-AGREGAR-CANDIDATO-EXIT
           END-IF.
           MOVE WS-CAND-LIBRO-ID TO LIBRO-ID-STATUS.
           READ REG-LIBROS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REG-LIB
               GO TO 030-AGREGAR-CANDIDATO-EXIT
           END-IF.
           IF ESTADO-PROCESO-STATUS
               ADD 1 TO WS-CANT-EN-PROCESO
               GO TO 030-AGREGAR-CANDIDATO-EXIT
           END-IF.
           IF ESTADO-BAJA-STATUS
               ADD 1 TO WS-CANT-BAJAS
               GO TO 030-AGREGAR-CANDIDATO-EXIT
           END-IF.
           INITIALIZE DATOS-NOVEDAD.
           MOVE WS-MES             TO NOV-MES NOV-MES-ORDEN.
           MOVE WS-CAND-LIBRO-ID   TO NOV-LIBRO-ID NOV-LIBRO-ORDEN.
           MOVE CATEGORIA-STATUS   TO NOV-CATEGORIA.
           MOVE NOMBRE-STATUS      TO NOV-TITULO.
           MOVE AUTOR-STATUS       TO NOV-AUTOR.
           MOVE WS-CAND-ORIGEN     TO NOV-ORIGEN.
           MOVE WS-CAND-FECHA      TO NOV-FECHA-INCORPORADO.
           PERFORM 035-ARMAR-SUCURSALES.
           WRITE DATOS-NOVEDAD
               INVALID KEY
                   MOVE "NOVEDADES.DAT" TO WS-ARCHIVO-ERROR
                   MOVE FS-NOVEDADES    TO WS-STATUS-ERROR
                   PERFORM REGISTRAR-ERROR-CENTRAL
               NOT INVALID KEY
                   ADD 1 TO WS-CANT-NOVEDADES
           END-WRITE.
       030-AGREGAR-CANDIDATO-EXIT.
           EXIT.

      *HASTA CUATRO SUCURSALES CON EJEMPLARES DEL TITULO, SEPARADAS
      *POR COMA; SIN EXISTENCIAS SE USA LA SUCURSAL DEL LOTE.
       035-ARMAR-SUCURSALES.
           MOVE SPACES TO NOV-SUCURSALES.
           MOVE 1      TO WS-PUNTERO-SUC.
           IF HAY-EXISTENCIAS
               MOVE WS-CAND-LIBRO-ID TO EXI-LIBRO-ID
               MOVE SPACES           TO EXI-SUCURSAL
               MOVE "00"             TO FS-EXISTENCIAS
               START EXISTENCIAS-SUC KEY IS >= EXI-CLAVE
                   INVALID KEY SET FIN-REG-EXI TO TRUE
               END-START
               IF NOT FIN-REG-EXI
                   READ EXISTENCIAS-SUC NEXT RECORD AT END
                       SET FIN-REG-EXI TO TRUE END-READ
               END-IF
               PERFORM UNTIL FIN-REG-EXI
                       OR EXI-LIBRO-ID NOT = WS-CAND-LIBRO-ID
                       OR WS-PUNTERO-SUC > 12
                   IF EXI-CANTIDAD > ZEROS
                       IF WS-PUNTERO-SUC > 1
                           STRING "," DELIMITED BY SIZE
                                   INTO NOV-SUCURSALES
                                   WITH POINTER WS-PUNTERO-SUC
                       END-IF
                       STRING EXI-SUCURSAL DELIMITED BY SIZE
                               INTO NOV-SUCURSALES
                               WITH POINTER WS-PUNTERO-SUC
                   END-IF
                   READ EXISTENCIAS-SUC NEXT RECORD AT END
                       SET FIN-REG-EXI TO TRUE END-READ
               END-PERFORM
           END-IF.
           IF NOV-SUCURSALES = SPACES
               MOVE WS-CAND-SUCURSAL TO NOV-SUCURSALES
           END-IF.

      *VOLANTE PARA LA CARTELERA: POR CATEGORIA (ORDEN ALTERNATIVO
      *DE NOVEDADES.DAT), TITULO, AUTOR Y DONDE ESTA.
       050-IMPRIMIR-VOLANTE.
           IF WS-OPC = 2
               DISPLAY "INGRESE EL MES A IMPRIMIR (AAAAMM): "
                       WITH NO ADVANCING
               MOVE ZEROS TO WS-MES
               ACCEPT WS-MES
               IF WS-MES = ZEROS
                   GO TO 050-IMPRIMIR-VOLANTE-EXIT
               END-IF
           END-IF.
           OPEN INPUT NOVEDADES.
           IF F-NOEXISTE-NOV
               DISPLAY "NO HAY NOVEDADES GENERADAS TODAVIA."
               CLOSE NOVEDADES
               GO TO 050-IMPRIMIR-VOLANTE-EXIT
           END-IF.
           MOVE WS-MES (5:2) TO WS-MES-MM.
           MOVE WS-MES (1:4) TO WS-MES-AAAA.
           OPEN OUTPUT VOLANTE.
           MOVE NOMBRE-BIBLIOTECA TO LINEA-VOLANTE.
           WRITE LINEA-VOLANTE.
           MOVE SPACES TO LINEA-VOLANTE.
           STRING "NOVEDADES DEL MES " DELIMITED BY SIZE
                   WS-MES-EDITADO      DELIMITED BY SIZE
                   INTO LINEA-VOLANTE.
           WRITE LINEA-VOLANTE.
           MOVE ALL "=" TO LINEA-VOLANTE.
           WRITE LINEA-VOLANTE.
           MOVE ZEROS  TO WS-CANT-NOVEDADES WS-CANT-CATEGORIA.
           MOVE "S"    TO WS-PRIMERA-CATEGORIA.
           MOVE WS-MES TO NOV-MES-ORDEN.
           MOVE SPACES TO NOV-CATEGORIA.
           MOVE ZEROS  TO NOV-LIBRO-ORDEN.
           START NOVEDADES KEY IS NOT LESS THAN NOV-ORDEN
               INVALID KEY SET FIN-NOVEDADES TO TRUE
           END-START.
           IF NOT FIN-NOVEDADES
               READ NOVEDADES NEXT RECORD AT END
                   SET FIN-NOVEDADES TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-NOVEDADES OR NOV-MES-ORDEN NOT = WS-MES
               IF PRIMERA-CATEGORIA
                   OR NOV-CATEGORIA NOT = WS-CATEGORIA-ANT
                   PERFORM 055-CORTE-CATEGORIA
               END-IF
               MOVE NOV-TITULO     TO LNV-TITULO
               MOVE NOV-AUTOR      TO LNV-AUTOR
               MOVE NOV-SUCURSALES TO LNV-SUCURSALES
               MOVE WS-LINEA-NOVEDAD TO LINEA-VOLANTE
               WRITE LINEA-VOLANTE
               ADD 1 TO WS-CANT-NOVEDADES WS-CANT-CATEGORIA
               READ NOVEDADES NEXT RECORD AT END
                   SET FIN-NOVEDADES TO TRUE END-READ
           END-PERFORM.
           MOVE SPACES TO LINEA-VOLANTE.
           WRITE LINEA-VOLANTE.
           IF WS-CANT-NOVEDADES = ZEROS
               MOVE "SIN NOVEDADES EN EL MES." TO LINEA-VOLANTE
           ELSE
               STRING "TOTAL DE TITULOS NUEVOS: " DELIMITED BY SIZE
                       WS-CANT-NOVEDADES          DELIMITED BY SIZE
                       INTO LINEA-VOLANTE
           END-IF.
           WRITE LINEA-VOLANTE.
           CLOSE VOLANTE.
           CLOSE NOVEDADES.
           DISPLAY "NOVEDADES.LST GENERADO: " WS-CANT-NOVEDADES
                   " TITULOS.".
       050-IMPRIMIR-VOLANTE-EXIT.
           EXIT.

       055-CORTE-CATEGORIA.
           MOVE "N" TO WS-PRIMERA-CATEGORIA.
           MOVE NOV-CATEGORIA TO WS-CATEGORIA-ANT.
           MOVE ZEROS TO WS-CANT-CATEGORIA.
           MOVE SPACES TO LINEA-VOLANTE.
           WRITE LINEA-VOLANTE.
           IF NOV-CATEGORIA = SPACES
               MOVE "SIN CATEGORIA" TO LINEA-VOLANTE
           ELSE
               MOVE NOV-CATEGORIA TO LINEA-VOLANTE
           END-IF.
           WRITE LINEA-VOLANTE.
           MOVE ALL "-" TO LINEA-VOLANTE (1:15).
           WRITE LINEA-VOLANTE.

      *VALORES DE PARAMETROS-SISTEMA.DAT (MANT-PARAMETROS); LOS QUE
      *NO ESTAN CARGADOS QUEDAN CON SU VALUE DE SIEMPRE.
       CARGAR-PARAMETROS.
           MOVE "NOMBRE-BIBLIO" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO NOMBRE-BIBLIOTECA
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "NOVEDADES "       DELIMITED BY SIZE
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
       END PROGRAM NOVEDADES.
