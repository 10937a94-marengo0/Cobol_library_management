       IDENTIFICATION DIVISION.
       PROGRAM-ID.                REP-AUSENCIAS.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *LISTA MENSUAL DE REINCIDENTES EN AUSENCIAS A RETENCIONES PARA
      *EL SUPERVISOR DEL MOSTRADOR: RECORRE AUSENCIAS-RESERVA.DAT
      *(UNA LINEA POR RETENCION NO RETIRADA, LA ANOTA RESERVAS-NOCHE)
      *Y CUENTA POR SOCIO LAS AUSENCIAS DE LOS ULTIMOS 30 DIAS Y LAS
      *DE LA VENTANA MOVIL DE LA REGLA VIGENTE (TARIFA-AUSENCIAS.DAT,
      *MANT-TARIFAS), CON EL BLOQUEO DE RESERVAS QUE SIGA EN CURSO Y
      *EL CARGO ASENTADO. LOS PEORES SE ORDENAN POR LAS AUSENCIAS DEL
      *MES, IGUAL QUE LOS PEORES DEUDORES DE REP-MOROSOS, CON EL
      *NOMBRE RESUELTO DE SIENT01.FIC. TODO EN AUSENCIAS-RESERVA.LST.
      *SE AGENDA EN AGENDA-BATCH.DAT COMO TRABAJO MENSUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUSENCIAS ASSIGN TO "AUSENCIAS-RESERVA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUSENCIAS.

           SELECT TARIFAS-AUSENCIA ASSIGN TO "TARIFA-AUSENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAU-FECHA-VIGENCIA
               FILE STATUS IS FS-TARIFAS-AUSENCIA.

           SELECT REG-SOCIOS ASSIGN TO "SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

           SELECT REPORTE-AUSENCIAS ASSIGN TO "AUSENCIAS-RESERVA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD AUSENCIAS.
       01 LINEA-AUSENCIA.
           05 AUR-SOCIO-ID            PIC 9(6).
           05 AUR-LIBRO-ID            PIC 9(6).
           05 AUR-FECHA               PIC 9(8).
           05 AUR-CANT-VENTANA        PIC 9(3).
           05 AUR-BLOQUEO-HASTA       PIC 9(8).
           05 AUR-CARGO               PIC 9(4)V99.

       FD TARIFAS-AUSENCIA.
       01 DATOS-TARIFA-AUSENCIA.
           05 TAU-FECHA-VIGENCIA      PIC 9(8).
           05 TAU-UMBRAL              PIC 9(2).
           05 TAU-VENTANA-DIAS        PIC 9(3).
           05 TAU-DIAS-BLOQUEO        PIC 9(3).
           05 TAU-CARGO               PIC 9(4)V99.

       FD REG-SOCIOS.
       01 DATOS-SOCIO-STATUS.
           05 SOCIO-CLAVE-STATUS      PIC X(11).
           05 SOCIO-NOMBRE-STATUS     PIC X(40).
           05 FILLER                  PIC X(461).

       FD REPORTE-AUSENCIAS.
       01 LINEA-REPORTE               PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-AUSENCIAS             PIC XX.
           88 FIN-AUSENCIAS        VALUE "10".
           88 F-NOEXISTE-AUS       VALUE "05" "35".

       77 FS-TARIFAS-AUSENCIA      PIC XX.
           88 FIN-TARIFAS-AUSENCIA VALUE "10".
           88 F-NOEXISTE-TAU       VALUE "35".

       77 FS-REG-SOCIOS            PIC XX.
           88 ESTA-REG-SOC         VALUE "00" "02".
           88 F-NOEXISTE-SOC       VALUE "35".

       77 FS-REPORTE               PIC XX.
           88 ESTA-REPORTE         VALUE "00" "02".

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

       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.

      *REGLA DE AUSENCIAS EN USO: LOS MISMOS VALORES FIJOS QUE
      *RESERVAS-NOCHE SI NO HAY UNA VIGENTE.
       77 WS-UMBRAL-AUSENCIAS      PIC 9(2) VALUE 3.
       77 WS-VENTANA-AUSENCIAS     PIC 9(3) VALUE 180.
      *PRIMER DIA DEL MES QUE SE INFORMA (ULTIMOS 30 DIAS) Y DE LA
      *VENTANA MOVIL DE LA REGLA.
       77 DIAS-DEL-MES             PIC 9(3) VALUE 30.
       77 WS-MES-DESDE             PIC 9(8) VALUE ZEROS.
       77 WS-VENTANA-DESDE         PIC 9(8) VALUE ZEROS.
       77 WS-DIAS-ATRAS            PIC 9(3) VALUE ZEROS.
       77 WS-FECHA-DESDE           PIC 9(8) VALUE ZEROS.

      *CUENTAS POR SOCIO: AUSENCIAS DEL MES, DE LA VENTANA, BLOQUEO
      *DE RESERVAS MAS LEJANO Y CARGOS ASENTADOS EN EL MES.
       77 MAX-AUSENTES             PIC 9(4) VALUE 2000.
       01 TABLA-AUSENTES.
           05 AUS-ENT OCCURS 2000 TIMES.
               10 AUS-SOCIO-ID     PIC 9(6).
               10 AUS-CANT-MES     PIC 9(3).
               10 AUS-CANT-VENTANA PIC 9(3).
               10 AUS-BLOQUEO      PIC 9(8).
               10 AUS-CARGOS       PIC 9(6)V99.
       77 WS-CANT-AUSENTES         PIC 9(4) VALUE ZEROS.
       77 WS-AUS-DESBORDADOS       PIC 9(4) VALUE ZEROS.
       77 WS-CANT-LINEAS           PIC 9(6) VALUE ZEROS.
       77 WS-CANT-MES              PIC 9(6) VALUE ZEROS.
       77 WS-IND                   PIC 9(4) VALUE ZEROS.
       77 WS-IND-AUS               PIC 9(4) VALUE ZEROS.
       77 WS-IND-MAX               PIC 9(4) VALUE ZEROS.
       77 WS-CANT-MAX              PIC 9(3) VALUE ZEROS.
       77 WS-PUESTO                PIC 9(2) VALUE ZEROS.
       77 TOPE-PEORES              PIC 9(2) VALUE 10.
       77 WS-NOMBRE-SOCIO          PIC X(40) VALUE SPACES.
       77 WS-ESTADO                PIC X(14) VALUE SPACES.
      *Importes editados con punto decimal para el reporte.
       77 WS-IMPORTE-EDIT          PIC 9(6).99 VALUE ZEROS.

       01 FSR-PARAMETROS.
           05 FSR-ACCION           PIC X(1).
           05 FSR-FECHA            PIC 9(8).
           05 FSR-SERIAL           PIC 9(7).
           05 FSR-DIA-SEMANA       PIC 9(1).
           05 FSR-RESULTADO        PIC X(2).

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 015-CARGAR-REGLA THRU 015-CARGAR-REGLA-EXIT.
           MOVE DIAS-DEL-MES TO WS-DIAS-ATRAS.
           PERFORM 018-RESTAR-DIAS THRU 018-RESTAR-DIAS-EXIT.
           MOVE WS-FECHA-DESDE TO WS-MES-DESDE.
           MOVE WS-VENTANA-AUSENCIAS TO WS-DIAS-ATRAS.
           PERFORM 018-RESTAR-DIAS THRU 018-RESTAR-DIAS-EXIT.
           MOVE WS-FECHA-DESDE TO WS-VENTANA-DESDE.
           PERFORM 020-ACUMULAR-AUSENCIAS
                   THRU 020-ACUMULAR-AUSENCIAS-EXIT.
           IF RETURN-CODE NOT = ZERO
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           PERFORM 030-GENERAR-REPORTE.
           DISPLAY "AUSENCIAS-RESERVA.LST GENERADO. AUSENCIAS DEL MES: "
                   WS-CANT-MES.
           IF WS-AUS-DESBORDADOS NOT = ZEROS
               DISPLAY "AVISO: " WS-AUS-DESBORDADOS " AUSENCIAS NO"
                       " ENTRARON EN LA TABLA DE " MAX-AUSENTES "."
           END-IF.
       010-PRINCIPAL-FIN.
           GOBACK.

      *REGLA VIGENTE HOY: LA DE VIGENCIA MAS RECIENTE NO POSTERIOR
      *A HOY. SOLO HACEN FALTA EL UMBRAL Y LA VENTANA.
       015-CARGAR-REGLA.
           OPEN INPUT TARIFAS-AUSENCIA.
           IF F-NOEXISTE-TAU
               CLOSE TARIFAS-AUSENCIA
               GO TO 015-CARGAR-REGLA-EXIT
           END-IF.
           MOVE ZEROS TO TAU-FECHA-VIGENCIA.
           START TARIFAS-AUSENCIA
                   KEY IS NOT LESS THAN TAU-FECHA-VIGENCIA
               INVALID KEY SET FIN-TARIFAS-AUSENCIA TO TRUE
           END-START.
           IF NOT FIN-TARIFAS-AUSENCIA
               READ TARIFAS-AUSENCIA NEXT RECORD AT END
                   SET FIN-TARIFAS-AUSENCIA TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-TARIFAS-AUSENCIA
               IF TAU-FECHA-VIGENCIA NOT > WS-FECHA-HOY
                   MOVE TAU-UMBRAL       TO WS-UMBRAL-AUSENCIAS
                   MOVE TAU-VENTANA-DIAS TO WS-VENTANA-AUSENCIAS
                   READ TARIFAS-AUSENCIA NEXT RECORD AT END
                       SET FIN-TARIFAS-AUSENCIA TO TRUE END-READ
               ELSE
                   SET FIN-TARIFAS-AUSENCIA TO TRUE
               END-IF
           END-PERFORM.
           CLOSE TARIFAS-AUSENCIA.
       015-CARGAR-REGLA-EXIT.
           EXIT.

      *FECHA DE HOY MENOS WS-DIAS-ATRAS (RESTA DE SERIALES,
      *FECHA-SERIAL.CBL). SI NO SE PUEDE, DESDE EL PRINCIPIO.
       018-RESTAR-DIAS.
           MOVE ZEROS TO WS-FECHA-DESDE.
           MOVE "S" TO FSR-ACCION.
           MOVE WS-FECHA-HOY TO FSR-FECHA.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           IF FSR-RESULTADO NOT = "OK"
               OR FSR-SERIAL NOT > WS-DIAS-ATRAS
               GO TO 018-RESTAR-DIAS-EXIT
           END-IF.
           SUBTRACT WS-DIAS-ATRAS FROM FSR-SERIAL.
           MOVE "F" TO FSR-ACCION.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           IF FSR-RESULTADO = "OK"
               MOVE FSR-FECHA TO WS-FECHA-DESDE
           END-IF.
       018-RESTAR-DIAS-EXIT.
           EXIT.

       020-ACUMULAR-AUSENCIAS.
           OPEN INPUT AUSENCIAS.
           IF F-NOEXISTE-AUS
               DISPLAY "NO HAY REGISTRO DE AUSENCIAS A RETENCIONES."
               CLOSE AUSENCIAS
               GO TO 020-ACUMULAR-AUSENCIAS-EXIT
           END-IF.
           IF FS-AUSENCIAS NOT = "00"
               MOVE "AUSENCIAS-RESERVA." TO WS-ARCHIVO-ERROR
               MOVE FS-AUSENCIAS         TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               GO TO 020-ACUMULAR-AUSENCIAS-EXIT
           END-IF.
           READ AUSENCIAS AT END SET FIN-AUSENCIAS TO TRUE END-READ.
           PERFORM UNTIL FIN-AUSENCIAS
               ADD 1 TO WS-CANT-LINEAS
               IF AUR-FECHA >= WS-VENTANA-DESDE
                   OR AUR-BLOQUEO-HASTA > WS-FECHA-HOY
                   PERFORM 025-UBICAR-AUSENTE
                   IF WS-IND-AUS NOT = ZEROS
                       PERFORM 027-SUMAR-AUSENCIA
                   END-IF
               END-IF
               READ AUSENCIAS AT END SET FIN-AUSENCIAS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE AUSENCIAS.
       020-ACUMULAR-AUSENCIAS-EXIT.
           EXIT.

       025-UBICAR-AUSENTE.
           MOVE ZEROS TO WS-IND-AUS.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-AUSENTES
                       OR WS-IND-AUS NOT = ZEROS
               IF AUS-SOCIO-ID (WS-IND) = AUR-SOCIO-ID
                   MOVE WS-IND TO WS-IND-AUS
               END-IF
           END-PERFORM.
           IF WS-IND-AUS = ZEROS
               IF WS-CANT-AUSENTES < MAX-AUSENTES
                   ADD 1 TO WS-CANT-AUSENTES
                   MOVE AUR-SOCIO-ID
                           TO AUS-SOCIO-ID (WS-CANT-AUSENTES)
                   MOVE ZEROS TO AUS-CANT-MES (WS-CANT-AUSENTES)
                   MOVE ZEROS TO AUS-CANT-VENTANA (WS-CANT-AUSENTES)
                   MOVE ZEROS TO AUS-BLOQUEO (WS-CANT-AUSENTES)
                   MOVE ZEROS TO AUS-CARGOS (WS-CANT-AUSENTES)
                   MOVE WS-CANT-AUSENTES TO WS-IND-AUS
               ELSE
                   ADD 1 TO WS-AUS-DESBORDADOS
               END-IF
           END-IF.

       027-SUMAR-AUSENCIA.
           IF AUR-FECHA >= WS-VENTANA-DESDE
               AND AUS-CANT-VENTANA (WS-IND-AUS) < 999
               ADD 1 TO AUS-CANT-VENTANA (WS-IND-AUS)
           END-IF.
           IF AUR-FECHA >= WS-MES-DESDE
               ADD 1 TO WS-CANT-MES
               ADD AUR-CARGO TO AUS-CARGOS (WS-IND-AUS)
               IF AUS-CANT-MES (WS-IND-AUS) < 999
                   ADD 1 TO AUS-CANT-MES (WS-IND-AUS)
               END-IF
           END-IF.
           IF AUR-BLOQUEO-HASTA > WS-FECHA-HOY
               AND AUR-BLOQUEO-HASTA > AUS-BLOQUEO (WS-IND-AUS)
               MOVE AUR-BLOQUEO-HASTA TO AUS-BLOQUEO (WS-IND-AUS)
           END-IF.

       030-GENERAR-REPORTE.
           OPEN OUTPUT REPORTE-AUSENCIAS.
           OPEN INPUT REG-SOCIOS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "AUSENCIAS A RETENCIONES - " DELIMITED BY SIZE
                   WS-FECHA-HOY                DELIMITED BY SIZE
                   " (MES DESDE "              DELIMITED BY SIZE
                   WS-MES-DESDE                DELIMITED BY SIZE
                   ")"                         DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REGLA: " DELIMITED BY SIZE
                   WS-UMBRAL-AUSENCIAS  DELIMITED BY SIZE
                   " AUSENCIAS EN "     DELIMITED BY SIZE
                   WS-VENTANA-AUSENCIAS DELIMITED BY SIZE
                   " DIAS (DESDE "      DELIMITED BY SIZE
                   WS-VENTANA-DESDE     DELIMITED BY SIZE
                   ")"                  DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PEORES DEL MES:" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "   SOCIO |MES|VEN|CARGOS   |ESTADO        |NOMBRE"
                   TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *PEORES REINCIDENTES: SE BUSCA EL MAYOR NUMERO DE AUSENCIAS
      *DEL MES RESTANTE, SE IMPRIME Y SE ANULA, HASTA EL TOPE DE
      *PUESTOS. A IGUAL CUENTA QUEDA EL PRIMERO QUE APARECIO.
           PERFORM VARYING WS-PUESTO FROM 1 BY 1
                   UNTIL WS-PUESTO > TOPE-PEORES
               MOVE ZEROS TO WS-IND-MAX
               MOVE ZEROS TO WS-CANT-MAX
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-CANT-AUSENTES
                   IF AUS-CANT-MES (WS-IND) > WS-CANT-MAX
                       MOVE AUS-CANT-MES (WS-IND) TO WS-CANT-MAX
                       MOVE WS-IND TO WS-IND-MAX
                   END-IF
               END-PERFORM
               IF WS-IND-MAX NOT = ZEROS
                   PERFORM 045-ESCRIBIR-AUSENTE
                   MOVE ZEROS TO AUS-CANT-MES (WS-IND-MAX)
               END-IF
           END-PERFORM.
           CLOSE REG-SOCIOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "AUSENCIAS DEL MES: " DELIMITED BY SIZE
                   WS-CANT-MES          DELIMITED BY SIZE
                   "  SOCIOS EN LA VENTANA: " DELIMITED BY SIZE
                   WS-CANT-AUSENTES     DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-AUSENCIAS.

       045-ESCRIBIR-AUSENTE.
           MOVE SPACES TO WS-NOMBRE-SOCIO.
           IF NOT F-NOEXISTE-SOC
               MOVE SPACES TO SOCIO-CLAVE-STATUS
               MOVE AUS-SOCIO-ID (WS-IND-MAX) TO SOCIO-CLAVE-STATUS
               READ REG-SOCIOS
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-REG-SOC
                   MOVE SOCIO-NOMBRE-STATUS TO WS-NOMBRE-SOCIO
               END-IF
           END-IF.
           MOVE SPACES TO WS-ESTADO.
           IF AUS-BLOQUEO (WS-IND-MAX) NOT = ZEROS
               STRING "HASTA "                  DELIMITED BY SIZE
                       AUS-BLOQUEO (WS-IND-MAX) DELIMITED BY SIZE
                       INTO WS-ESTADO
           ELSE
               IF AUS-CANT-VENTANA (WS-IND-MAX)
                       >= WS-UMBRAL-AUSENCIAS
                   MOVE "EN UMBRAL" TO WS-ESTADO
               END-IF
           END-IF.
           MOVE AUS-CARGOS (WS-IND-MAX) TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-PUESTO                    DELIMITED BY SIZE
                   "." AUS-SOCIO-ID (WS-IND-MAX) DELIMITED BY SIZE
                   "|"                         DELIMITED BY SIZE
                   WS-CANT-MAX                 DELIMITED BY SIZE
                   "|"                         DELIMITED BY SIZE
                   AUS-CANT-VENTANA (WS-IND-MAX) DELIMITED BY SIZE
                   "|"                         DELIMITED BY SIZE
                   WS-IMPORTE-EDIT             DELIMITED BY SIZE
                   "|"                         DELIMITED BY SIZE
                   WS-ESTADO                   DELIMITED BY SIZE
                   "|"                         DELIMITED BY SIZE
                   WS-NOMBRE-SOCIO (1:25)      DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.


       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "REP-AUSENCIAS "   DELIMITED BY SIZE
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
           WRITE LINEA-ERROR-LOG.
           CLOSE ERROR-LOG.
           MOVE 16 TO RETURN-CODE.
