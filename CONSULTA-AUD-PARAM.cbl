       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CONSULTA-AUD-PARAM.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *CONSULTA DE LA TRAZA DE AUDITORIA DE LAS TABLAS DE
      *PARAMETROS (AUDITORIA-PARAMETROS.DAT): LA ESCRIBEN
      *MANT-TARIFAS (TABLAS MULTAS, DANIOS Y AUSENCIAS),
      *MANT-POLITICAS, MANT-CLASES, MANT-CALENDARIO,
      *MANT-CATEGORIAS, STOCK-MANT (PRECIOS) Y SIENT02M (PERMISOS),
      *UNA LINEA POR CAMPO EN CADA ALTA, CAMBIO O BAJA. MISMOS
      *FILTROS Y EXTRACTO QUE CONSULTA-AUDITORIA OFRECE PARA EL
      *CATALOGO, PERO POR TABLA EN LUGAR DE POR LIBRO: POR TABLA,
      *POR OPERADOR Y POR RANGO DE FECHAS. ASI SE PUEDE SABER QUIEN
      *CAMBIO UNA TARIFA Y CUANDO. EL LAYOUT DE CADA LINEA ES EL
      *QUE ARMA AUDITAR-PARAMETRO: TABLA(10) OPERACION(1) CLAVE(15)
      *CAMPO(15) ANTERIOR(20) "->" NUEVO(20) FECHA(8)HORA(8)
      *OPERADOR(10), CON SUS SEPARADORES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA-PARAMETROS
               ASSIGN TO "AUDITORIA-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT EXTRACTO ASSIGN TO "AUD-PAR-EXTRACTO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRACTO.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD AUDITORIA-PARAMETROS.
       01 LINEA-AUDITORIA.
           05 AUD-TABLA               PIC X(10).
           05 FILLER                  PIC X(1).
           05 AUD-OPERACION           PIC X(1).
           05 FILLER                  PIC X(1).
           05 AUD-CLAVE               PIC X(15).
           05 FILLER                  PIC X(1).
           05 AUD-CAMPO               PIC X(15).
           05 FILLER                  PIC X(1).
           05 AUD-ANTERIOR            PIC X(20).
           05 FILLER                  PIC X(4).
           05 AUD-NUEVO               PIC X(20).
           05 FILLER                  PIC X(1).
           05 AUD-FECHA               PIC X(8).
           05 AUD-HORA                PIC X(8).
           05 FILLER                  PIC X(1).
           05 AUD-OPERADOR            PIC X(10).
           05 FILLER                  PIC X(3).

       FD EXTRACTO.
       01 LINEA-EXTRACTO              PIC X(120).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AUDITORIA             PIC XX.
           88 ESTA-AUDITORIA       VALUE "00" "02".
           88 FIN-AUDITORIA        VALUE "10".
           88 F-NOEXISTE-AUD       VALUE "35".

       77 FS-EXTRACTO              PIC XX.
           88 ESTA-EXTRACTO        VALUE "00" "02".

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

       77 WS-OPC                   PIC 9(1) VALUE ZEROS.
       77 WS-TERMINAR-PROG         PIC X(2) VALUE "NO".

      *FILTROS DE LA CONSULTA: CERO/BLANCO = SIN FILTRO.
       77 WS-FILTRO-TABLA          PIC X(10) VALUE SPACES.
       77 WS-FILTRO-OPERADOR       PIC X(10) VALUE SPACES.
       77 WS-FILTRO-DESDE          PIC 9(8) VALUE ZEROS.
       77 WS-FILTRO-HASTA          PIC 9(8) VALUE ZEROS.
       77 WS-GENERAR-EXTRACTO      PIC X VALUE "N".
           88 GENERAR-EXTRACTO     VALUE "S" "s".
       77 WS-LINEA-PASA            PIC X VALUE "N".
           88 LINEA-PASA           VALUE "S".
       77 WS-FECHA-LINEA           PIC 9(8) VALUE ZEROS.
       77 WS-CANT-MOSTRADAS        PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== CONSULTA DE AUDITORIA DE PARAMETROS ====="
               DISPLAY "1. CONSULTAR CON FILTROS"
               DISPLAY "0. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-CONSULTAR
                                  THRU 020-CONSULTAR-EXIT
                   WHEN 0 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       020-CONSULTAR.
           DISPLAY "Tablas: MULTAS DANIOS AUSENCIAS POLITICAS CLASES".
           DISPLAY "        CALENDARIO CATEGORIAS PRECIOS PERMISOS".
           DISPLAY "Filtrar por tabla (ENTER=TODAS): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-FILTRO-TABLA.
           ACCEPT WS-FILTRO-TABLA.
           INSPECT WS-FILTRO-TABLA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "Filtrar por operador (ENTER=TODOS): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-FILTRO-OPERADOR.
           ACCEPT WS-FILTRO-OPERADOR.
           DISPLAY "Fecha desde (AAAAMMDD, 0=SIN LIMITE): "
                   WITH NO ADVANCING.
           ACCEPT WS-FILTRO-DESDE.
           DISPLAY "Fecha hasta (AAAAMMDD, 0=SIN LIMITE): "
                   WITH NO ADVANCING.
           ACCEPT WS-FILTRO-HASTA.
           DISPLAY "Volcar extracto a archivo (S/N): "
                   WITH NO ADVANCING.
           MOVE "N" TO WS-GENERAR-EXTRACTO.
           ACCEPT WS-GENERAR-EXTRACTO.

           OPEN INPUT AUDITORIA-PARAMETROS.
           IF F-NOEXISTE-AUD
               DISPLAY "NO HAY TRAZA DE AUDITORIA DE PARAMETROS "
                       "TODAVIA."
               MOVE "AUDITORIA-PARAMETROS" TO WS-ARCHIVO-ERROR
               MOVE FS-AUDITORIA           TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               GO TO 020-CONSULTAR-EXIT
           END-IF.
           IF GENERAR-EXTRACTO
               OPEN OUTPUT EXTRACTO
           END-IF.
           MOVE ZEROS TO WS-CANT-MOSTRADAS.
           DISPLAY " ".
           DISPLAY "TABLA     |O|CLAVE          |CAMPO          |"
                   "ANTERIOR            |NUEVO               |"
                   "FECHA   |HORA    |OPERADOR".
           READ AUDITORIA-PARAMETROS AT END SET FIN-AUDITORIA TO TRUE
           END-READ.
           PERFORM UNTIL FIN-AUDITORIA
               PERFORM 030-EVALUAR-FILTROS
               IF LINEA-PASA
                   ADD 1 TO WS-CANT-MOSTRADAS
                   DISPLAY AUD-TABLA "|" AUD-OPERACION "|"
                           AUD-CLAVE "|" AUD-CAMPO "|"
                           AUD-ANTERIOR "|" AUD-NUEVO "|"
                           AUD-FECHA "|" AUD-HORA "|" AUD-OPERADOR
                   IF GENERAR-EXTRACTO
                       MOVE LINEA-AUDITORIA TO LINEA-EXTRACTO
                       WRITE LINEA-EXTRACTO
                   END-IF
               END-IF
               READ AUDITORIA-PARAMETROS AT END SET FIN-AUDITORIA
                       TO TRUE
               END-READ
           END-PERFORM.
           CLOSE AUDITORIA-PARAMETROS.
           IF GENERAR-EXTRACTO
               CLOSE EXTRACTO
               DISPLAY "AUD-PAR-EXTRACTO.LST GENERADO."
           END-IF.
           DISPLAY "LINEAS QUE CUMPLEN EL FILTRO: " WS-CANT-MOSTRADAS.
       020-CONSULTAR-EXIT.
           EXIT.

      *APLICA LOS FILTROS CARGADOS A LA LINEA RECIEN LEIDA. LA FECHA
      *DE LA LINEA ES TEXTO; SI NO ES NUMERICA (LINEA DANIADA) SOLO
      *PASA CUANDO NO HAY FILTRO DE FECHAS.
       030-EVALUAR-FILTROS.
           MOVE "S" TO WS-LINEA-PASA.
           IF WS-FILTRO-TABLA NOT = SPACES
               AND AUD-TABLA NOT = WS-FILTRO-TABLA
               MOVE "N" TO WS-LINEA-PASA
           END-IF.
           IF WS-FILTRO-OPERADOR NOT = SPACES
               AND AUD-OPERADOR NOT = WS-FILTRO-OPERADOR
               MOVE "N" TO WS-LINEA-PASA
           END-IF.
           IF WS-FILTRO-DESDE NOT = ZEROS
               OR WS-FILTRO-HASTA NOT = ZEROS
               IF AUD-FECHA IS NUMERIC
                   MOVE AUD-FECHA TO WS-FECHA-LINEA
                   IF WS-FILTRO-DESDE NOT = ZEROS
                       AND WS-FECHA-LINEA < WS-FILTRO-DESDE
                       MOVE "N" TO WS-LINEA-PASA
                   END-IF
                   IF WS-FILTRO-HASTA NOT = ZEROS
                       AND WS-FECHA-LINEA > WS-FILTRO-HASTA
                       MOVE "N" TO WS-LINEA-PASA
                   END-IF
               ELSE
                   MOVE "N" TO WS-LINEA-PASA
               END-IF
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "CONSULTA-AUD-PARAM " DELIMITED BY SIZE
                  WS-ARCHIVO-ERROR      DELIMITED BY SIZE
                  " STATUS="            DELIMITED BY SIZE
                  WS-STATUS-ERROR       DELIMITED BY SIZE
                  " FECHA="             DELIMITED BY SIZE
                  WS-FECHA-ERROR        DELIMITED BY SIZE
                  " HORA="              DELIMITED BY SIZE
                  WS-HORA-ERROR         DELIMITED BY SIZE
                  " SEV="               DELIMITED BY SIZE
                  WS-SEVERIDAD-ERROR    DELIMITED BY SIZE
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
       END PROGRAM CONSULTA-AUD-PARAM.
