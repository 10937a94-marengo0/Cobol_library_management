       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROCESO-TECNICO.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *COLA DE PROCESO TECNICO ENTRE LA RECEPCION Y EL ESTANTE: UN
      *TITULO CARGADO POR LA CARGA MASIVA (COMPRAS O DONACIONES)
      *APARECIA DISPONIBLE EN EL ACTO, CUANDO LOS EJEMPLARES TODAVIA
      *ESTABAN EN UNA CAJA SIN SELLO NI ETIQUETA. AHORA CADA LOTE
      *QUE ENTRA (CARGA MASIVA EN REGISTROLIBROS, RECEPCION DE UNA
      *TRANSFERENCIA EN TRANSFIERE-LIBROS) QUEDA EN
      *PROCESO-TECNICO.DAT (NUMERADOR PROCESO-TECNICO.NUM) CON SU
      *ORIGEN (C=COMPRA, D=DONACION, T=TRANSFERENCIA) Y PASA POR LAS
      *ETAPAS 1 RECIBIDO, 2 SELLADO, 3 FORRADO, 4 ETIQUETADO Y
      *5 EN ESTANTE, CADA UNA CON SU FECHA Y SU OPERADOR. EL TITULO
      *NUEVO QUEDA "EN PROCESO" Y SIN DISPONIBLES (ASI LO VE EL
      *SOCIO EN LA BUSQUEDA Y EN LA EXPORTACION WEB); RECIEN AL
      *LLEGAR A LA ULTIMA ETAPA LOS EJEMPLARES SE SUMAN A
      *EJEMPLARES-DISPONIBLES DEL CATALOGO Y DE LA SUCURSAL, Y EL
      *TITULO PASA A DISPONIBLE CON SU LINEA DE AUDITORIA. EL
      *REPORTE DE ANTIGUEDAD (PROCESO-TECNICO.LST) ABRE LO PENDIENTE
      *POR ETAPA Y POR ORIGEN EN TRAMOS DE DIAS DESDE LA RECEPCION,
      *Y LISTA LOS LOTES QUE PASAN DIAS-ATRASO-PROCESO DIAS.
      *LOS DIAS QUE HACEN ATRASADO UN LOTE SALEN DEL PARAMETRO
      *PT-DIAS-ATRASO (MANT-PARAMETROS); SIN PARAMETRO SON 30.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESO-TECNICO ASSIGN TO "PROCESO-TECNICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-NUMERO
               FILE STATUS IS FS-PROCESO.

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

      *COLA DE RESERVAS: SOLO SE CUENTA QUIEN ESPERA EL TITULO.
           SELECT REG-RESERVAS ASSIGN TO "REG-RESERVAS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS RESERVA-CLAVE
               ALTERNATE RECORD KEY IS RESERVA-LIBRO-ID
               WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REG-RESERVAS.

           SELECT AUDITORIA-LIBROS ASSIGN TO "AUDITORIA-LIBROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT REPORTE-PROCESO ASSIGN TO "PROCESO-TECNICO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

      *JORNAL DE IMAGENES POSTERIORES (JORNAL-DIARIO.DAT), MISMO
      *ESQUEMA QUE REGISTROLIBROS.
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

      *UN LOTE DE EJEMPLARES DE UN TITULO EN LA COLA, CON FECHA Y
      *OPERADOR DE CADA ETAPA CUMPLIDA (LAS QUE FALTAN EN CERO).
       FD PROCESO-TECNICO.
       01 DATOS-PROCESO-TECNICO.
           05 PT-NUMERO               PIC 9(6).
           05 PT-LIBRO-ID             PIC 9(6).
           05 PT-CANTIDAD             PIC 9(3).
           05 PT-ORIGEN               PIC X(1).
               88 PT-DE-COMPRA        VALUE "C".
               88 PT-DE-DONACION      VALUE "D".
               88 PT-DE-TRANSFERENCIA VALUE "T".
           05 PT-SUCURSAL             PIC X(3).
           05 PT-ETAPA                PIC 9(1).
               88 PT-RECIBIDO         VALUE 1.
               88 PT-SELLADO          VALUE 2.
               88 PT-FORRADO          VALUE 3.
               88 PT-ETIQUETADO       VALUE 4.
               88 PT-EN-ESTANTE       VALUE 5.
           05 PT-HISTORIA OCCURS 5 TIMES.
               10 PT-FECHA-ETAPA      PIC 9(8).
               10 PT-OPERADOR-ETAPA   PIC X(10).

       FD REG-LIBROS.
       01 DATOS-LIBRO-STATUS.
           05 LIBRO-ID-STATUS             PIC 9(6).
           05 NOMBRE-STATUS               PIC X(60).
           05 FILLER                      PIC X(20).
           05 ESTADO-STATUS               PIC X(12).
           05 CANTIDAD-EJEMPLARES-STATUS  PIC 9(3).
           05 EJEMPLARES-DISPONIBLES-STATUS PIC 9(3).
           05 FILLER                      PIC X(13).
           05 FILLER                      PIC X(15).
           05 ESTADO-FECHA-STATUS         PIC 9(8).
           05 FILLER                      PIC X(8).
           05 AUTOR-STATUS                PIC X(20).

       FD EXISTENCIAS-SUC.
       01 DATOS-EXISTENCIA.
           05 EXI-CLAVE.
               10 EXI-LIBRO-ID            PIC 9(6).
               10 EXI-SUCURSAL            PIC X(3).
           05 EXI-CANTIDAD                PIC 9(3).
           05 EXI-DISPONIBLES             PIC 9(3).

       FD REG-RESERVAS.
       01 DATOS-RESERVA.
           05 RESERVA-CLAVE.
               10 RESERVA-LIBRO-ID        PIC 9(6).
               10 RESERVA-SOCIO-ID        PIC 9(6).
               10 RESERVA-FECHA           PIC 9(8).
           05 RESERVA-ESTADO              PIC X(01).
               88 RESERVA-ACTIVA          VALUE "A".
           05 RESERVA-FECHA-LIMITE        PIC 9(8).
           05 RESERVA-SUCURSAL-RETIRO     PIC X(03).

       FD AUDITORIA-LIBROS.
       01 LINEA-AUDITORIA             PIC X(100).

       FD REPORTE-PROCESO.
       01 LINEA-REPORTE               PIC X(80).

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
       77 FS-PROCESO               PIC XX.
           88 ESTA-PROCESO         VALUE "00" "02".
           88 FIN-PROCESO          VALUE "10".
           88 F-NOEXISTE-PRO       VALUE "35".
       77 FS-REG-LIBROS            PIC XX.
           88 ESTA-REG-LIB         VALUE "00" "02".
           88 F-NOEXISTE-LIB       VALUE "35".
       77 FS-EXISTENCIAS           PIC XX.
           88 ESTA-REG-EXI         VALUE "00" "02".
           88 F-NOEXISTE-EXI       VALUE "35".
       77 FS-REG-RESERVAS          PIC XX.
           88 FIN-REG-RES          VALUE "10".
           88 F-NOEXISTE-RES       VALUE "35".
       77 FS-AUDITORIA             PIC XX.
           88 F-NOEXISTE-AUD       VALUE "05" "35".
       77 FS-REPORTE               PIC XX.
       77 FS-JORNAL                PIC XX.
           88 F-NOEXISTE-JRN       VALUE "05" "35".
       77 FS-ERROR-LOG             PIC XX.
           88 ESTA-ERROR-LOG       VALUE "00" "02".
       77 WS-JRN-OPERACION         PIC X VALUE SPACES.

      *VARIABLES PARA LA BITACORA CENTRAL DE ERRORES.
       77 WS-ARCHIVO-ERROR         PIC X(20) VALUE SPACES.
      *SEVERIDAD DE LA LINEA DE BITACORA (F=FATAL, E=ERROR,
      *W=AVISO); EL QUE LLAMA PUEDE PISARLA ANTES DE REGISTRAR.
       77 WS-SEVERIDAD-ERROR   PIC X     VALUE "E".
       77 WS-STATUS-ERROR          PIC XX    VALUE SPACES.
       77 WS-FECHA-ERROR           PIC 9(8)  VALUE ZEROS.
       77 WS-HORA-ERROR            PIC 9(8)  VALUE ZEROS.

      *LINEA DE AUDITORIA DEL CATALOGO, MISMO ARMADO QUE
      *AUDITAR-CAMBIO EN REGISTROLIBROS.
       77 AUD-CAMPO                PIC X(15) VALUE SPACES.
       77 AUD-ANTERIOR             PIC X(20) VALUE SPACES.
       77 AUD-NUEVO                PIC X(20) VALUE SPACES.
       77 AUD-FECHA                PIC 9(8)  VALUE ZEROS.
       77 AUD-HORA                 PIC 9(8)  VALUE ZEROS.
       77 AUD-OPERADOR             PIC X(10) VALUE SPACES.

      *LOTES CON MAS DE ESTOS DIAS DESDE LA RECEPCION SALEN CON
      *DETALLE AL PIE DEL REPORTE DE ANTIGUEDAD.
       77 DIAS-ATRASO-PROCESO      PIC 9(3) VALUE 30.

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
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-OPERADOR              PIC X(10) VALUE SPACES.
       77 WS-NUMERO                PIC 9(6) VALUE ZEROS.
       77 WS-ETAPA-NUEVA           PIC 9(1) VALUE ZEROS.
       77 WS-CONFIRMA              PIC X(2) VALUE SPACES.
       77 WS-NOMBRE-ETAPA          PIC X(10) VALUE SPACES.
       77 WS-NOMBRE-ORIGEN         PIC X(13) VALUE SPACES.
       77 WS-TITULO                PIC X(60) VALUE SPACES.
       77 WS-CANT-RESERVAS         PIC 9(4) VALUE ZEROS.
       77 WS-CANT-LISTADOS         PIC 9(5) VALUE ZEROS.
       77 WS-CANT-ATRASADOS        PIC 9(5) VALUE ZEROS.
       77 WS-NUEVO-DISP            PIC 9(4) VALUE ZEROS.

      *ANTIGUEDAD DE UN LOTE: DIAS DESDE LA RECEPCION Y DIAS EN LA
      *ETAPA ACTUAL, POR NUMERO DE DIA DE FECHA-SERIAL.
       77 WS-SERIAL-HOY            PIC 9(7) VALUE ZEROS.
       77 WS-DIAS-COLA             PIC 9(5) VALUE ZEROS.
       77 WS-DIAS-ETAPA            PIC 9(5) VALUE ZEROS.
       77 WS-IND-ETAPA             PIC 9(1) VALUE ZEROS.
       77 WS-IND-ORIGEN            PIC 9(1) VALUE ZEROS.
       77 WS-IND-TRAMO             PIC 9(1) VALUE ZEROS.
       77 WS-IND                   PIC 9(1) VALUE ZEROS.
       77 WS-IND-T                 PIC 9(1) VALUE ZEROS.

       01 FSR-PARAMETROS.
           05 FSR-ACCION           PIC X(1).
           05 FSR-FECHA            PIC 9(8).
           05 FSR-SERIAL           PIC 9(7).
           05 FSR-DIA-SEMANA       PIC 9(1).
           05 FSR-RESULTADO        PIC X(2).

      *ACUMULADOS DEL REPORTE: ETAPAS 1 A 4 (LO QUE ESTA EN ESTANTE
      *YA SALIO DE LA COLA) Y ORIGENES C, D, T Y SIN INFORMAR. LOS
      *TRAMOS SON 0-7, 8-30, 31-90 Y MAS DE 90 DIAS, EN EJEMPLARES.
       01 WS-TABLA-ETAPAS.
           05 ETA-ENT OCCURS 4 TIMES.
               10 ETA-LOTES           PIC 9(5).
               10 ETA-EJEMPLARES      PIC 9(6).
               10 ETA-TRAMO           PIC 9(6) OCCURS 4 TIMES.
               10 ETA-MAX-DIAS        PIC 9(5).
       01 WS-TABLA-ORIGENES.
           05 ORI-ENT OCCURS 4 TIMES.
               10 ORI-LOTES           PIC 9(5).
               10 ORI-EJEMPLARES      PIC 9(6).
               10 ORI-TRAMO           PIC 9(6) OCCURS 4 TIMES.
               10 ORI-MAX-DIAS        PIC 9(5).

      *FILA DEL REPORTE, CARGADA DESDE UNA U OTRA TABLA.
       01 WS-FILA.
           05 FILA-NOMBRE             PIC X(13).
           05 FILA-LOTES              PIC 9(5).
           05 FILA-EJEMPLARES         PIC 9(6).
           05 FILA-TRAMO              PIC 9(6) OCCURS 4 TIMES.
           05 FILA-MAX-DIAS           PIC 9(5).
       77 WS-LOTES-ED              PIC ZZZZ9.
       77 WS-EJEMP-ED              PIC ZZZZZ9.
       77 WS-TRAMO1-ED             PIC ZZZZZ9.
       77 WS-TRAMO2-ED             PIC ZZZZZ9.
       77 WS-TRAMO3-ED             PIC ZZZZZ9.
       77 WS-TRAMO4-ED             PIC ZZZZZ9.
       77 WS-MAX-ED                PIC ZZZZ9.
       77 WS-DIAS-ED               PIC ZZZZ9.

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           PERFORM CARGAR-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Operador: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           IF WS-OPERADOR = SPACES
               DISPLAY "SIN OPERADOR NO SE REGISTRAN ETAPAS."
               GO TO 010-SALIDA
           END-IF.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== PROCESO TECNICO ====="
               DISPLAY "1. AVANZAR LOTES DE ETAPA"
               DISPLAY "2. LISTAR LA COLA PENDIENTE"
               DISPLAY "3. REPORTE DE ANTIGUEDAD"
               DISPLAY "9. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-AVANZAR THRU 020-AVANZAR-EXIT
                   WHEN 2 PERFORM 030-LISTAR THRU 030-LISTAR-EXIT
                   WHEN 3 PERFORM 060-REPORTE THRU 060-REPORTE-EXIT
                   WHEN 9 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
       010-SALIDA.
           STOP RUN.

      *AVANZA UN LOTE A LA ETAPA SIGUIENTE CON LA FECHA DE HOY Y EL
      *OPERADOR DE LA SESION; SE SIGUE PIDIENDO LOTES HASTA CERO,
      *ASI UN CARRO ENTERO DE ETIQUETADOS SE ANOTA DE UNA VEZ.
       020-AVANZAR.
           OPEN I-O PROCESO-TECNICO.
           IF F-NOEXISTE-PRO
               DISPLAY "NO HAY LOTES EN PROCESO TECNICO."
               CLOSE PROCESO-TECNICO
               GO TO 020-AVANZAR-EXIT
           END-IF.
           MOVE 1 TO WS-NUMERO.
           PERFORM UNTIL WS-NUMERO = ZEROS
               DISPLAY "Lote (0=TERMINAR): " WITH NO ADVANCING
               ACCEPT WS-NUMERO
               IF WS-NUMERO NOT = ZEROS
                   PERFORM 022-AVANZAR-LOTE
                           THRU 022-AVANZAR-LOTE-EXIT
               END-IF
           END-PERFORM.
           CLOSE PROCESO-TECNICO.
       020-AVANZAR-EXIT.
           EXIT.

       022-AVANZAR-LOTE.
           MOVE WS-NUMERO TO PT-NUMERO.
           READ PROCESO-TECNICO
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-PROCESO
               DISPLAY "NO EXISTE ESE LOTE."
               GO TO 022-AVANZAR-LOTE-EXIT
           END-IF.
           IF PT-EN-ESTANTE
               DISPLAY "ESE LOTE YA ESTA EN ESTANTE DESDE EL "
                       PT-FECHA-ETAPA (5) "."
               GO TO 022-AVANZAR-LOTE-EXIT
           END-IF.
           PERFORM 080-LEER-TITULO.
           MOVE PT-ETAPA TO WS-IND-ETAPA.
           PERFORM 085-NOMBRE-ETAPA.
           DISPLAY "LIBRO " PT-LIBRO-ID " " WS-TITULO (1:40).
           DISPLAY "EJEMPLARES " PT-CANTIDAD "  ETAPA ACTUAL: "
                   WS-NOMBRE-ETAPA " DESDE " PT-FECHA-ETAPA (PT-ETAPA).
           COMPUTE WS-ETAPA-NUEVA = PT-ETAPA + 1.
           MOVE WS-ETAPA-NUEVA TO WS-IND-ETAPA.
           PERFORM 085-NOMBRE-ETAPA.
           DISPLAY "PASA A " WS-NOMBRE-ETAPA " (SI/NO): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "SI"
               DISPLAY "LOTE SIN CAMBIOS."
               GO TO 022-AVANZAR-LOTE-EXIT
           END-IF.
           MOVE WS-ETAPA-NUEVA TO PT-ETAPA.
           MOVE WS-FECHA-HOY   TO PT-FECHA-ETAPA (PT-ETAPA).
           MOVE WS-OPERADOR    TO PT-OPERADOR-ETAPA (PT-ETAPA).
           REWRITE DATOS-PROCESO-TECNICO
               INVALID KEY
               MOVE "PROCESO-TECNICO.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-PROCESO            TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               GO TO 022-AVANZAR-LOTE-EXIT
           END-REWRITE.
           IF PT-EN-ESTANTE
               PERFORM 050-PONER-EN-ESTANTE
                       THRU 050-PONER-EN-ESTANTE-EXIT
           ELSE
               DISPLAY "LOTE " PT-NUMERO " EN " WS-NOMBRE-ETAPA "."
           END-IF.
       022-AVANZAR-LOTE-EXIT.
           EXIT.

      *LOTES QUE TODAVIA NO LLEGARON AL ESTANTE, EN ORDEN DE LOTE.
       030-LISTAR.
           MOVE ZEROS TO WS-CANT-LISTADOS.
           OPEN INPUT PROCESO-TECNICO.
           IF F-NOEXISTE-PRO
               DISPLAY "NO HAY LOTES EN PROCESO TECNICO."
               CLOSE PROCESO-TECNICO
               GO TO 030-LISTAR-EXIT
           END-IF.
           MOVE ZEROS TO PT-NUMERO.
           START PROCESO-TECNICO KEY IS NOT LESS THAN PT-NUMERO
               INVALID KEY SET FIN-PROCESO TO TRUE
           END-START.
           IF NOT FIN-PROCESO
               READ PROCESO-TECNICO NEXT RECORD AT END
                   SET FIN-PROCESO TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-PROCESO
               IF NOT PT-EN-ESTANTE
                   ADD 1 TO WS-CANT-LISTADOS
                   MOVE PT-ETAPA TO WS-IND-ETAPA
                   PERFORM 085-NOMBRE-ETAPA
                   PERFORM 087-NOMBRE-ORIGEN
                   DISPLAY PT-NUMERO " LIBRO " PT-LIBRO-ID " CANT "
                           PT-CANTIDAD " " WS-NOMBRE-ORIGEN " "
                           WS-NOMBRE-ETAPA " "
                           PT-FECHA-ETAPA (PT-ETAPA) " "
                           PT-OPERADOR-ETAPA (PT-ETAPA)
               END-IF
               READ PROCESO-TECNICO NEXT RECORD AT END
                   SET FIN-PROCESO TO TRUE END-READ
           END-PERFORM.
           CLOSE PROCESO-TECNICO.
           DISPLAY WS-CANT-LISTADOS " LOTES EN PROCESO.".
       030-LISTAR-EXIT.
           EXIT.

      *ULTIMA ETAPA: LOS EJEMPLARES DEL LOTE PASAN A DISPONIBLES EN
      *EL CATALOGO (SIN PASAR NUNCA LA CANTIDAD DE EJEMPLARES) Y EN
      *LA SUCURSAL DEL LOTE SI TIENE FILA DE EXISTENCIAS. EL TITULO
      *QUE ESTABA "EN PROCESO" PASA A DISPONIBLE CON SU AUDITORIA.
      *SI HAY SOCIOS EN LA COLA DE RESERVAS SE AVISA AL OPERADOR
      *PARA QUE LES APARTE EL EJEMPLAR EN EL MOSTRADOR.
       050-PONER-EN-ESTANTE.
           OPEN I-O REG-LIBROS.
           IF F-NOEXISTE-LIB
               DISPLAY "NO SE ENCUENTRA EL CATALOGO, SUME LOS "
                       "DISPONIBLES A MANO."
               CLOSE REG-LIBROS
               GO TO 050-PONER-EN-ESTANTE-EXIT
           END-IF.
           MOVE PT-LIBRO-ID TO LIBRO-ID-STATUS.
           READ REG-LIBROS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REG-LIB
               DISPLAY "EL LIBRO " PT-LIBRO-ID " YA NO ESTA EN EL "
                       "CATALOGO."
               CLOSE REG-LIBROS
               GO TO 050-PONER-EN-ESTANTE-EXIT
           END-IF.
           COMPUTE WS-NUEVO-DISP = EJEMPLARES-DISPONIBLES-STATUS
                   + PT-CANTIDAD.
           IF WS-NUEVO-DISP > CANTIDAD-EJEMPLARES-STATUS
               MOVE CANTIDAD-EJEMPLARES-STATUS TO WS-NUEVO-DISP
           END-IF.
           MOVE "DISPONIBLES" TO AUD-CAMPO.
           MOVE EJEMPLARES-DISPONIBLES-STATUS TO AUD-ANTERIOR.
           MOVE WS-NUEVO-DISP TO EJEMPLARES-DISPONIBLES-STATUS.
           MOVE EJEMPLARES-DISPONIBLES-STATUS TO AUD-NUEVO.
           PERFORM 090-AUDITAR-CAMBIO.
           IF ESTADO-STATUS = "EN PROCESO"
               MOVE "ESTADO"       TO AUD-CAMPO
               MOVE ESTADO-STATUS  TO AUD-ANTERIOR
               MOVE "DISPONIBLE"   TO ESTADO-STATUS
               MOVE ESTADO-STATUS  TO AUD-NUEVO
               MOVE WS-FECHA-HOY   TO ESTADO-FECHA-STATUS
               PERFORM 090-AUDITAR-CAMBIO
           END-IF.
           REWRITE DATOS-LIBRO-STATUS END-REWRITE.
           MOVE "R" TO WS-JRN-OPERACION.
           PERFORM JORNAL-LIBRO.
           CLOSE REG-LIBROS.
           PERFORM 055-EXISTENCIA-SUCURSAL
                   THRU 055-EXISTENCIA-SUCURSAL-EXIT.
           DISPLAY "LOTE " PT-NUMERO " EN ESTANTE: " PT-CANTIDAD
                   " EJEMPLARES DISPONIBLES.".
           PERFORM 057-CONTAR-RESERVAS.
           IF WS-CANT-RESERVAS > ZEROS
               DISPLAY "ATENCION: " WS-CANT-RESERVAS
                       " RESERVAS ESPERAN ESTE TITULO, APARTAR EN "
                       "EL MOSTRADOR."
           END-IF.
       050-PONER-EN-ESTANTE-EXIT.
           EXIT.

      *SOLO SE TOCA UNA FILA DE EXISTENCIAS QUE YA EXISTA: UN TITULO
      *RECIEN CARGADO TODAVIA NO TIENE REPARTO POR SUCURSAL.
       055-EXISTENCIA-SUCURSAL.
           OPEN I-O EXISTENCIAS-SUC.
           IF F-NOEXISTE-EXI
               CLOSE EXISTENCIAS-SUC
               GO TO 055-EXISTENCIA-SUCURSAL-EXIT
           END-IF.
           MOVE PT-LIBRO-ID  TO EXI-LIBRO-ID.
           MOVE PT-SUCURSAL  TO EXI-SUCURSAL.
           READ EXISTENCIAS-SUC
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-REG-EXI
               COMPUTE WS-NUEVO-DISP = EXI-DISPONIBLES + PT-CANTIDAD
               IF WS-NUEVO-DISP > EXI-CANTIDAD
                   MOVE EXI-CANTIDAD TO WS-NUEVO-DISP
               END-IF
               MOVE WS-NUEVO-DISP TO EXI-DISPONIBLES
               REWRITE DATOS-EXISTENCIA END-REWRITE
           END-IF.
           CLOSE EXISTENCIAS-SUC.
       055-EXISTENCIA-SUCURSAL-EXIT.
           EXIT.

       057-CONTAR-RESERVAS.
           MOVE ZEROS TO WS-CANT-RESERVAS.
           OPEN INPUT REG-RESERVAS.
           IF F-NOEXISTE-RES
               CLOSE REG-RESERVAS
           ELSE
               MOVE PT-LIBRO-ID TO RESERVA-LIBRO-ID
               START REG-RESERVAS KEY IS = RESERVA-LIBRO-ID
                   INVALID KEY SET FIN-REG-RES TO TRUE
               END-START
               IF NOT FIN-REG-RES
                   READ REG-RESERVAS NEXT RECORD AT END
                       SET FIN-REG-RES TO TRUE END-READ
               END-IF
               PERFORM UNTIL FIN-REG-RES
                       OR RESERVA-LIBRO-ID NOT = PT-LIBRO-ID
                   IF RESERVA-ACTIVA
                       ADD 1 TO WS-CANT-RESERVAS
                   END-IF
                   READ REG-RESERVAS NEXT RECORD AT END
                       SET FIN-REG-RES TO TRUE END-READ
               END-PERFORM
               CLOSE REG-RESERVAS
           END-IF.

      *REPORTE DE ANTIGUEDAD DE LA COLA: CUADRO POR ETAPA, CUADRO
      *POR ORIGEN Y DETALLE DE LOS LOTES ATRASADOS.
       060-REPORTE.
           INITIALIZE WS-TABLA-ETAPAS.
           INITIALIZE WS-TABLA-ORIGENES.
           MOVE ZEROS TO WS-CANT-ATRASADOS.
           MOVE "S" TO FSR-ACCION.
           MOVE WS-FECHA-HOY TO FSR-FECHA.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           MOVE FSR-SERIAL TO WS-SERIAL-HOY.
           OPEN INPUT PROCESO-TECNICO.
           IF F-NOEXISTE-PRO
               DISPLAY "NO HAY LOTES EN PROCESO TECNICO."
               CLOSE PROCESO-TECNICO
               GO TO 060-REPORTE-EXIT
           END-IF.
           OPEN OUTPUT REPORTE-PROCESO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ANTIGUEDAD DE LA COLA DE PROCESO TECNICO - EMITIDO "
                                              DELIMITED BY SIZE
                   WS-FECHA-HOY               DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "(EJEMPLARES POR TRAMO DE DIAS DESDE LA RECEPCION)"
                   TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM 062-SUMAR-COLA.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "POR ETAPA" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM 070-ENCABEZADO-CUADRO.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 4
               MOVE WS-IND TO WS-IND-ETAPA
               PERFORM 085-NOMBRE-ETAPA
               MOVE WS-NOMBRE-ETAPA        TO FILA-NOMBRE
               MOVE ETA-LOTES (WS-IND)     TO FILA-LOTES
               MOVE ETA-EJEMPLARES (WS-IND) TO FILA-EJEMPLARES
               PERFORM VARYING WS-IND-T FROM 1 BY 1
                       UNTIL WS-IND-T > 4
                   MOVE ETA-TRAMO (WS-IND WS-IND-T)
                                           TO FILA-TRAMO (WS-IND-T)
               END-PERFORM
               MOVE ETA-MAX-DIAS (WS-IND)  TO FILA-MAX-DIAS
               PERFORM 075-LINEA-CUADRO
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "POR ORIGEN" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM 070-ENCABEZADO-CUADRO.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 4
               EVALUATE WS-IND
                   WHEN 1 MOVE "C" TO PT-ORIGEN
                   WHEN 2 MOVE "D" TO PT-ORIGEN
                   WHEN 3 MOVE "T" TO PT-ORIGEN
                   WHEN OTHER MOVE SPACE TO PT-ORIGEN
               END-EVALUATE
               PERFORM 087-NOMBRE-ORIGEN
               MOVE WS-NOMBRE-ORIGEN       TO FILA-NOMBRE
               MOVE ORI-LOTES (WS-IND)     TO FILA-LOTES
               MOVE ORI-EJEMPLARES (WS-IND) TO FILA-EJEMPLARES
               PERFORM VARYING WS-IND-T FROM 1 BY 1
                       UNTIL WS-IND-T > 4
                   MOVE ORI-TRAMO (WS-IND WS-IND-T)
                                           TO FILA-TRAMO (WS-IND-T)
               END-PERFORM
               MOVE ORI-MAX-DIAS (WS-IND)  TO FILA-MAX-DIAS
               PERFORM 075-LINEA-CUADRO
           END-PERFORM.
           PERFORM 065-DETALLE-ATRASADOS.
           CLOSE REPORTE-PROCESO.
           CLOSE PROCESO-TECNICO.
           DISPLAY "PROCESO-TECNICO.LST GENERADO: " WS-CANT-ATRASADOS
                   " LOTES CON MAS DE " DIAS-ATRASO-PROCESO " DIAS.".
       060-REPORTE-EXIT.
           EXIT.

      *PASADA POR LA COLA: CADA LOTE PENDIENTE SUMA A SU ETAPA Y A
      *SU ORIGEN, EN EL TRAMO QUE LE TOCA POR SU ANTIGUEDAD.
       062-SUMAR-COLA.
           MOVE ZEROS TO PT-NUMERO.
           START PROCESO-TECNICO KEY IS NOT LESS THAN PT-NUMERO
               INVALID KEY SET FIN-PROCESO TO TRUE
           END-START.
           IF NOT FIN-PROCESO
               READ PROCESO-TECNICO NEXT RECORD AT END
                   SET FIN-PROCESO TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-PROCESO
               IF NOT PT-EN-ESTANTE AND PT-ETAPA > ZEROS
                   PERFORM 064-SUMAR-LOTE
               END-IF
               READ PROCESO-TECNICO NEXT RECORD AT END
                   SET FIN-PROCESO TO TRUE END-READ
           END-PERFORM.

       064-SUMAR-LOTE.
           PERFORM 068-CALCULAR-DIAS.
           EVALUATE TRUE
               WHEN WS-DIAS-COLA NOT > 7  MOVE 1 TO WS-IND-TRAMO
               WHEN WS-DIAS-COLA NOT > 30 MOVE 2 TO WS-IND-TRAMO
               WHEN WS-DIAS-COLA NOT > 90 MOVE 3 TO WS-IND-TRAMO
               WHEN OTHER                 MOVE 4 TO WS-IND-TRAMO
           END-EVALUATE.
           MOVE PT-ETAPA TO WS-IND-ETAPA.
           ADD 1           TO ETA-LOTES (WS-IND-ETAPA).
           ADD PT-CANTIDAD TO ETA-EJEMPLARES (WS-IND-ETAPA).
           ADD PT-CANTIDAD TO ETA-TRAMO (WS-IND-ETAPA WS-IND-TRAMO).
           IF WS-DIAS-COLA > ETA-MAX-DIAS (WS-IND-ETAPA)
               MOVE WS-DIAS-COLA TO ETA-MAX-DIAS (WS-IND-ETAPA)
           END-IF.
           EVALUATE TRUE
               WHEN PT-DE-COMPRA        MOVE 1 TO WS-IND-ORIGEN
               WHEN PT-DE-DONACION      MOVE 2 TO WS-IND-ORIGEN
               WHEN PT-DE-TRANSFERENCIA MOVE 3 TO WS-IND-ORIGEN
               WHEN OTHER               MOVE 4 TO WS-IND-ORIGEN
           END-EVALUATE.
           ADD 1           TO ORI-LOTES (WS-IND-ORIGEN).
           ADD PT-CANTIDAD TO ORI-EJEMPLARES (WS-IND-ORIGEN).
           ADD PT-CANTIDAD TO ORI-TRAMO (WS-IND-ORIGEN WS-IND-TRAMO).
           IF WS-DIAS-COLA > ORI-MAX-DIAS (WS-IND-ORIGEN)
               MOVE WS-DIAS-COLA TO ORI-MAX-DIAS (WS-IND-ORIGEN)
           END-IF.

      *LOTES ATRASADOS: SEGUNDA PASADA POR LA COLA CON EL DETALLE
      *DE CADA LOTE QUE PASA EL UMBRAL.
       065-DETALLE-ATRASADOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE DIAS-ATRASO-PROCESO TO WS-DIAS-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "LOTES CON MAS DE "         DELIMITED BY SIZE
                   WS-DIAS-ED                 DELIMITED BY SIZE
                   " DIAS EN LA COLA"         DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "LOTE   LIBRO  TITULO"      DELIMITED BY SIZE
                   "                    "     DELIMITED BY SIZE
                   "ORIGEN        ETAPA"      DELIMITED BY SIZE
                   "       COLA ETAPA"        DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE ZEROS TO PT-NUMERO.
           START PROCESO-TECNICO KEY IS NOT LESS THAN PT-NUMERO
               INVALID KEY SET FIN-PROCESO TO TRUE
           END-START.
           IF NOT FIN-PROCESO
               READ PROCESO-TECNICO NEXT RECORD AT END
                   SET FIN-PROCESO TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-PROCESO
               IF NOT PT-EN-ESTANTE AND PT-ETAPA > ZEROS
                   PERFORM 068-CALCULAR-DIAS
                   IF WS-DIAS-COLA > DIAS-ATRASO-PROCESO
                       ADD 1 TO WS-CANT-ATRASADOS
                       PERFORM 067-LINEA-ATRASADO
                   END-IF
               END-IF
               READ PROCESO-TECNICO NEXT RECORD AT END
                   SET FIN-PROCESO TO TRUE END-READ
           END-PERFORM.
           IF WS-CANT-ATRASADOS = ZEROS
               MOVE "  NINGUNO." TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

       067-LINEA-ATRASADO.
           PERFORM 080-LEER-TITULO.
           MOVE PT-ETAPA TO WS-IND-ETAPA.
           PERFORM 085-NOMBRE-ETAPA.
           PERFORM 087-NOMBRE-ORIGEN.
           MOVE WS-DIAS-COLA  TO WS-LOTES-ED.
           MOVE WS-DIAS-ETAPA TO WS-MAX-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING PT-NUMERO                   DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   PT-LIBRO-ID                DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WS-TITULO (1:25)           DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WS-NOMBRE-ORIGEN           DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WS-NOMBRE-ETAPA            DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WS-LOTES-ED                DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WS-MAX-ED                  DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *DIAS DESDE LA RECEPCION (ETAPA 1) Y DESDE QUE ENTRO A LA
      *ETAPA ACTUAL; UNA FECHA QUE NO SE PUEDE CONVERTIR CUENTA CERO.
       068-CALCULAR-DIAS.
           MOVE ZEROS TO WS-DIAS-COLA WS-DIAS-ETAPA.
           MOVE "S" TO FSR-ACCION.
           MOVE PT-FECHA-ETAPA (1) TO FSR-FECHA.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           IF FSR-RESULTADO = "OK" AND FSR-SERIAL < WS-SERIAL-HOY
               COMPUTE WS-DIAS-COLA = WS-SERIAL-HOY - FSR-SERIAL
           END-IF.
           MOVE "S" TO FSR-ACCION.
           MOVE PT-FECHA-ETAPA (PT-ETAPA) TO FSR-FECHA.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           IF FSR-RESULTADO = "OK" AND FSR-SERIAL < WS-SERIAL-HOY
               COMPUTE WS-DIAS-ETAPA = WS-SERIAL-HOY - FSR-SERIAL
           END-IF.

       070-ENCABEZADO-CUADRO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "               LOTES"      DELIMITED BY SIZE
                   "  EJEMP    0-7   8-30"    DELIMITED BY SIZE
                   "  31-90    +90  MAXIMO"   DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       075-LINEA-CUADRO.
           MOVE FILA-LOTES        TO WS-LOTES-ED.
           MOVE FILA-EJEMPLARES   TO WS-EJEMP-ED.
           MOVE FILA-TRAMO (1)    TO WS-TRAMO1-ED.
           MOVE FILA-TRAMO (2)    TO WS-TRAMO2-ED.
           MOVE FILA-TRAMO (3)    TO WS-TRAMO3-ED.
           MOVE FILA-TRAMO (4)    TO WS-TRAMO4-ED.
           MOVE FILA-MAX-DIAS     TO WS-MAX-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING FILA-NOMBRE                 DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WS-LOTES-ED                DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WS-EJEMP-ED                DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WS-TRAMO1-ED               DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WS-TRAMO2-ED               DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WS-TRAMO3-ED               DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WS-TRAMO4-ED               DELIMITED BY SIZE
                   "   "                      DELIMITED BY SIZE
                   WS-MAX-ED                  DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *TITULO DEL LIBRO PT-LIBRO-ID; EN BLANCO SI NO ESTA.
       080-LEER-TITULO.
           MOVE SPACES TO WS-TITULO.
           OPEN INPUT REG-LIBROS.
           IF NOT F-NOEXISTE-LIB
               MOVE PT-LIBRO-ID TO LIBRO-ID-STATUS
               READ REG-LIBROS
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-REG-LIB
                   MOVE NOMBRE-STATUS TO WS-TITULO
               END-IF
           END-IF.
           CLOSE REG-LIBROS.

       085-NOMBRE-ETAPA.
           EVALUATE WS-IND-ETAPA
               WHEN 1 MOVE "RECIBIDO"   TO WS-NOMBRE-ETAPA
               WHEN 2 MOVE "SELLADO"    TO WS-NOMBRE-ETAPA
               WHEN 3 MOVE "FORRADO"    TO WS-NOMBRE-ETAPA
               WHEN 4 MOVE "ETIQUETADO" TO WS-NOMBRE-ETAPA
               WHEN 5 MOVE "EN ESTANTE" TO WS-NOMBRE-ETAPA
               WHEN OTHER MOVE "?"      TO WS-NOMBRE-ETAPA
           END-EVALUATE.

       087-NOMBRE-ORIGEN.
           EVALUATE TRUE
               WHEN PT-DE-COMPRA
                   MOVE "COMPRA"        TO WS-NOMBRE-ORIGEN
               WHEN PT-DE-DONACION
                   MOVE "DONACION"      TO WS-NOMBRE-ORIGEN
               WHEN PT-DE-TRANSFERENCIA
                   MOVE "TRANSFERENCIA" TO WS-NOMBRE-ORIGEN
               WHEN OTHER
                   MOVE "SIN INFORMAR"  TO WS-NOMBRE-ORIGEN
           END-EVALUATE.

       090-AUDITAR-CAMBIO.
           OPEN EXTEND AUDITORIA-LIBROS.
           IF F-NOEXISTE-AUD
               CLOSE AUDITORIA-LIBROS
               OPEN OUTPUT AUDITORIA-LIBROS
           END-IF.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE SPACES TO LINEA-AUDITORIA.
           STRING PT-LIBRO-ID    DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   AUD-CAMPO     DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   AUD-ANTERIOR  DELIMITED BY SIZE
                   " -> "        DELIMITED BY SIZE
                   AUD-NUEVO     DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   AUD-FECHA     DELIMITED BY SIZE
                   AUD-HORA      DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   AUD-OPERADOR  DELIMITED BY SIZE
                   INTO LINEA-AUDITORIA.
           WRITE LINEA-AUDITORIA.
           CLOSE AUDITORIA-LIBROS.

      *AGREGA LA LINEA DE JORNAL ARMADA POR EL LLAMADOR, MISMO
      *ESQUEMA QUE GRABAR-LINEA-JORNAL EN REGISTROLIBROS.
       GRABAR-LINEA-JORNAL.
           OPEN EXTEND JORNAL-DIARIO.
           IF F-NOEXISTE-JRN
               CLOSE JORNAL-DIARIO
               OPEN OUTPUT JORNAL-DIARIO
           END-IF.
           ACCEPT JRN-FECHA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE WS-JRN-OPERACION TO JRN-OPERACION.
           WRITE LINEA-JORNAL.
           CLOSE JORNAL-DIARIO.

       JORNAL-LIBRO.
           MOVE "REGISTRO-LIBROS.DAT" TO JRN-ARCHIVO.
           MOVE SPACES TO JRN-REGISTRO.
           MOVE DATOS-LIBRO-STATUS TO JRN-REGISTRO (1:168).
           PERFORM GRABAR-LINEA-JORNAL.

      *VALORES DE PARAMETROS-SISTEMA.DAT (MANT-PARAMETROS); LOS QUE
      *NO ESTAN CARGADOS QUEDAN CON SU VALUE DE SIEMPRE.
       CARGAR-PARAMETROS.
           MOVE "PT-DIAS-ATRASO" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-NUMERO TO DIAS-ATRASO-PROCESO
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "PROCESO-TECNICO "  DELIMITED BY SIZE
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
       END PROGRAM PROCESO-TECNICO.
