       IDENTIFICATION DIVISION.
       PROGRAM-ID.                TIEMPOS-NOCHE.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *TENDENCIA DE TIEMPOS DE LA CADENA NOCTURNA: EL LIBRO DE
      *CONTROL (CONTROL-NOCTURNO.DAT) TIENE LA HORA DE INICIO Y DE
      *FIN DE CADA PASO DE CADA NOCHE, PERO NADIE MIRABA LAS
      *DURACIONES HASTA QUE LA CADENA SEGUIA CORRIENDO AL ABRIR EL
      *MOSTRADOR. ESTE PROGRAMA IMPRIME EN TIEMPOS-NOCHE.LST:
      *  - POR PASO, LA DURACION PROMEDIO Y MAXIMA DE LAS ULTIMAS 30
      *    Y 90 NOCHES REGISTRADAS (NOCHES CON LINEAS EN EL LIBRO,
      *    NO DIAS DE CALENDARIO).
      *  - LAS NOCHES EN QUE UN PASO TARDO MAS DEL DOBLE DE SU
      *    PROMEDIO DE 90 NOCHES (CON AL MENOS 3 NOCHES DE
      *    HISTORIA PARA QUE EL PROMEDIO SIGNIFIQUE ALGO).
      *  - LA HORA ESTIMADA DE FIN DE LA ULTIMA CORRIDA: LO YA
      *    CORRIDO MAS EL PROMEDIO DE 30 NOCHES (90 SI NO HAY) DE
      *    LOS PASOS QUE FALTAN, INCLUIDOS LOS TRABAJOS DE
      *    AGENDA-BATCH.DAT QUE TOCAN ESA NOCHE (MISMA REGLA QUE
      *    PROCESO-NOCTURNO; LOS PASOS DE AGENDA SE ANOTAN COMO
      *    17 EN ADELANTE SEGUN SU LUGAR EN LA AGENDA).
      *SI LA HORA ESTIMADA CAE DENTRO DEL MARGEN ANTES DE LA
      *APERTURA (PARAMETROS HORA-APERTURA Y MARGEN-APERTURA DE
      *MANT-PARAMETROS, SIN PARAMETRO 09:00 Y 60 MINUTOS) SE DEJA
      *UNA LINEA EN LA BITACORA CENTRAL (SEV=W; SEV=E SI PASA LA
      *APERTURA), QUE DIGESTO-ERRORES CANTA EN EL CARTEL DE LA
      *MANIANA. DIGESTO-ERRORES LO LLAMA AL EMPEZAR, EN MEDIO DE LA
      *CADENA; TAMBIEN SE PUEDE CORRER SUELTO PARA VER EL REPORTE.
      *NO TOCA NINGUN ARCHIVO DE LA CADENA: SOLO LEE EL LIBRO DE
      *CONTROL Y LA AGENDA.
      *CADA LINEA DEL LIBRO TRAE EL LARGO DE LA CADENA FIJA CON QUE
      *SE GRABO: LOS TRABAJOS DE AGENDA DE NOCHES CON UNA CADENA MAS
      *CORTA SE LLEVAN A SU NUMERO DE HOY (CADENA ACTUAL MAS SU
      *LUGAR EN LA AGENDA) Y NO SE MEZCLAN CON LOS PASOS FIJOS QUE
      *SE AGREGARON DESPUES CON ESOS NUMEROS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *MISMO LIBRO DE CONTROL QUE GRABA PROCESO-NOCTURNO.
           SELECT CONTROL-NOCTURNO ASSIGN TO "CONTROL-NOCTURNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL.

           SELECT AGENDA-BATCH ASSIGN TO "AGENDA-BATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AGENDA.

           SELECT REPORTE-TIEMPOS ASSIGN TO "TIEMPOS-NOCHE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD CONTROL-NOCTURNO.
       01 LINEA-CONTROL.
           05 CTL-FECHA               PIC 9(8).
           05 CTL-PASO                PIC 9(2).
           05 CTL-EVENTO              PIC X(1).
               88 CTL-ES-INICIO       VALUE "I".
               88 CTL-ES-FIN          VALUE "F".
           05 CTL-HORA.
               10 CTL-HH              PIC 9(2).
               10 CTL-MM              PIC 9(2).
               10 CTL-SS              PIC 9(2).
               10 CTL-CC              PIC 9(2).
           05 CTL-RETORNO             PIC 9(4).
      *CANTIDAD DE PASOS DE LA CADENA FIJA CUANDO SE GRABO LA LINEA
      *(AGREGADO AL FINAL).
           05 CTL-CANT-PASOS          PIC 9(2).

       FD AGENDA-BATCH.
       01 LINEA-AGENDA.
           05 AGE-PROGRAMA            PIC X(20).
           05 AGE-FRECUENCIA          PIC X(1).
           05 AGE-DIA                 PIC 9(4).
           05 AGE-ULTIMA              PIC 9(8).

       FD REPORTE-TIEMPOS.
       01 LINEA-REPORTE               PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-CONTROL               PIC XX.
           88 FIN-CONTROL          VALUE "10".
           88 F-NOEXISTE-CONTROL   VALUE "05" "35".
       77 FS-AGENDA                PIC XX.
           88 FIN-AGENDA           VALUE "10".
           88 F-NOEXISTE-AGENDA    VALUE "05" "35".
       77 FS-REPORTE               PIC XX.
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

      *PARAMETROS DEL SISTEMA (LEE-PARAMETRO.CBL): SIN REGISTRO EN
      *PARAMETROS-SISTEMA.DAT QUEDA EL VALOR DE SIEMPRE.
       01 LPA-PARAMETROS.
           05 LPA-CLAVE            PIC X(15).
           05 LPA-VALOR            PIC X(60).
           05 LPA-NUMERO           PIC 9(9)V99.
           05 LPA-RESULTADO        PIC X(2).
               88 PARAMETRO-HALLADO VALUE "OK".

      *APERTURA AL PUBLICO (HHMM) Y MINUTOS DE MARGEN ANTES DE ELLA
      *PARA AVISAR.
       77 HORA-APERTURA            PIC 9(4) VALUE 0900.
       77 MARGEN-APERTURA          PIC 9(3) VALUE 60.

      *PASOS DE LA CADENA FIJA, MISMO ORDEN Y CANTIDAD QUE EN
      *PROCESO-NOCTURNO. DEL 17 EN ADELANTE SON TRABAJOS DE AGENDA.
       77 CANTIDAD-PASOS           PIC 9(2) VALUE 16.
       01 NOMBRES-PASOS.
           05 FILLER PIC X(20) VALUE "RESGUARDO-MAESTROS".
           05 FILLER PIC X(20) VALUE "VENTAS-LOCAL".
           05 FILLER PIC X(20) VALUE "REVISION-FINANCIERA".
           05 FILLER PIC X(20) VALUE "REP-GANANCIAS".
           05 FILLER PIC X(20) VALUE "EXPORT-WEB".
           05 FILLER PIC X(20) VALUE "SINCRO-WEB".
           05 FILLER PIC X(20) VALUE "WEB-SOLICITUDES".
           05 FILLER PIC X(20) VALUE "VERIFICA-ARCHIVOS".
           05 FILLER PIC X(20) VALUE "AUDITA-INTEGRIDAD".
           05 FILLER PIC X(20) VALUE "DIGESTO-ERRORES".
           05 FILLER PIC X(20) VALUE "RESERVAS-NOCHE".
           05 FILLER PIC X(20) VALUE "INDICE-TITULOS".
           05 FILLER PIC X(20) VALUE "RECORDATORIOS".
           05 FILLER PIC X(20) VALUE "PREINSC-NOCHE".
           05 FILLER PIC X(20) VALUE "CUENTAS-WEB".
           05 FILLER PIC X(20) VALUE "USUARIOS-INACTIVOS".
       01 FILLER REDEFINES NOMBRES-PASOS.
           05 NOMBRE-PASO OCCURS 16 TIMES PIC X(20).

      *ACUMULADOS POR PASO (TIEMPOS EN SEGUNDOS). INICIO/ABIERTO
      *APAREAN CADA "I" CON SU "F" DENTRO DE UNA MISMA NOCHE; EL "F"
      *REPETIDO DEL ULTIMO PASO (MARCA DE CADENA COMPLETA) NO TIENE
      *"I" ABIERTO Y NO CUENTA. HOY-ESTADO ES EL DE LA ULTIMA NOCHE
      *(" " NO ARRANCO, "I" EN CURSO, "F" TERMINADO).
       77 MAX-PASOS                PIC 9(2) VALUE 50.
       01 TABLA-PASOS.
           05 TPA-ENT OCCURS 50 TIMES.
               10 TPA-INICIO       PIC 9(5).
               10 TPA-ABIERTO      PIC X(1).
               10 TPA-SUMA-30      PIC 9(9).
               10 TPA-CANT-30      PIC 9(3).
               10 TPA-MAX-30       PIC 9(5).
               10 TPA-SUMA-90      PIC 9(9).
               10 TPA-CANT-90      PIC 9(3).
               10 TPA-MAX-90       PIC 9(5).
               10 TPA-PROM-30      PIC 9(5).
               10 TPA-PROM-90      PIC 9(5).
               10 TPA-HOY-ESTADO   PIC X(1).
               10 TPA-HOY-INICIO   PIC 9(5).

      *AGENDA EN MEMORIA (SOLO LECTURA), PARA NOMBRAR LOS PASOS 17
      *EN ADELANTE Y SABER CUALES TOCAN LA ULTIMA NOCHE.
       77 MAX-AGENDADOS            PIC 9(2) VALUE 30.
       01 TABLA-AGENDA.
           05 AGN-ENT OCCURS 30 TIMES.
               10 AGN-PROGRAMA     PIC X(20).
               10 AGN-FRECUENCIA   PIC X(1).
               10 AGN-DIA          PIC 9(4).
               10 AGN-ULTIMA       PIC 9(8).
       77 WS-CANT-AGENDADOS        PIC 9(2) VALUE ZEROS.
       77 WS-IND-AGE               PIC 9(2) VALUE ZEROS.
       77 WS-AGE-CORRE             PIC X VALUE "N".
           88 AGE-CORRE-HOY        VALUE "S".

      *NOCHES DEL LIBRO: LA ULTIMA Y LOS NUMEROS DE ORDEN DESDE LOS
      *QUE UNA NOCHE CAE EN LA VENTANA DE 30 Y DE 90.
       77 WS-CANT-NOCHES           PIC 9(6) VALUE ZEROS.
       77 WS-NOCHE-ACTUAL          PIC 9(6) VALUE ZEROS.
       77 WS-FECHA-ACTUAL          PIC 9(8) VALUE ZEROS.
       77 WS-ULTIMA-FECHA          PIC 9(8) VALUE ZEROS.
       77 WS-DESDE-30              PIC 9(6) VALUE ZEROS.
       77 WS-DESDE-90              PIC 9(6) VALUE ZEROS.

       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       01 WS-HORA-HOY.
           05 WS-HH-HOY            PIC 9(2).
           05 WS-MM-HOY            PIC 9(2).
           05 WS-SS-HOY            PIC 9(2).
           05 WS-CC-HOY            PIC 9(2).
       77 WS-IND                   PIC 9(2) VALUE ZEROS.
       77 WS-SEG-LINEA             PIC 9(5) VALUE ZEROS.
       77 WS-DURACION              PIC 9(5) VALUE ZEROS.
       77 WS-DOBLE                 PIC 9(6) VALUE ZEROS.
       77 WS-CANT-MARCADAS         PIC 9(5) VALUE ZEROS.

      *PROYECCION DE LA ULTIMA NOCHE. LOS TIEMPOS SE CUENTAN EN
      *SEGUNDOS DESDE EL ARRANQUE DE LA CADENA, ASI EL CRUCE DE
      *MEDIANOCHE NO MOLESTA.
       77 WS-ARRANQUE              PIC 9(5) VALUE ZEROS.
       77 WS-ULTIMO-FIN            PIC 9(5) VALUE ZEROS.
       77 WS-TRANSCURRIDO          PIC 9(6) VALUE ZEROS.
       77 WS-EN-PASO               PIC 9(6) VALUE ZEROS.
       77 WS-FALTANTE              PIC 9(7) VALUE ZEROS.
       77 WS-PROMEDIO              PIC 9(5) VALUE ZEROS.
       77 WS-FIN-ESTIMADO          PIC 9(7) VALUE ZEROS.
       77 WS-APERTURA              PIC 9(6) VALUE ZEROS.
       77 WS-LIMITE-AVISO          PIC S9(7) VALUE ZEROS.
       77 WS-PASOS-FALTAN          PIC 9(2) VALUE ZEROS.
       77 WS-PASOS-SIN-HISTORIA    PIC 9(2) VALUE ZEROS.
       77 WS-AGENDA-FALTAN         PIC 9(2) VALUE ZEROS.
       77 WS-CADENA-ABIERTA        PIC X VALUE "N".
           88 CADENA-ABIERTA       VALUE "S".
       77 WS-PASO-EN-CURSO         PIC X VALUE "N".
           88 HAY-PASO-EN-CURSO    VALUE "S".

      *CONVERSION DE SEGUNDOS A HH:MM:SS PARA EL REPORTE.
       77 WS-SEG-CONV              PIC 9(7) VALUE ZEROS.
       77 WS-CONV-HH               PIC 9(2) VALUE ZEROS.
       77 WS-CONV-MM               PIC 9(2) VALUE ZEROS.
       77 WS-CONV-SS               PIC 9(2) VALUE ZEROS.
       77 WS-CONV-RESTO            PIC 9(7) VALUE ZEROS.
       77 WS-CONV-DIAS             PIC 9(2) VALUE ZEROS.
       77 WS-TEXTO-HORA            PIC X(8) VALUE SPACES.
       77 WS-TEXTO-HORA-2          PIC X(8) VALUE SPACES.
       77 WS-TEXTO-HORA-3          PIC X(8) VALUE SPACES.
       77 WS-TEXTO-HORA-4          PIC X(8) VALUE SPACES.
       77 WS-NOMBRE                PIC X(20) VALUE SPACES.
       77 WS-CANT-EDIT             PIC ZZ9.
       77 WS-CANT-EDIT-2           PIC ZZ9.

      *DIA DE LA SEMANA DE LA ULTIMA NOCHE (1=LUNES..7=DOMINGO,
      *ZELLER COMO EN PROCESO-NOCTURNO).
       77 AUX-DIA-SEMANA          PIC 9(1) VALUE ZEROS.
       77 AUX-ZEL-MES             PIC 9(2) VALUE ZEROS.
       77 AUX-ZEL-ANIO            PIC 9(4) VALUE ZEROS.
       77 AUX-ZEL-T13             PIC 9(4) VALUE ZEROS.
       77 AUX-ZEL-T5              PIC 9(4) VALUE ZEROS.
       77 AUX-ZEL-A4              PIC 9(4) VALUE ZEROS.
       77 AUX-ZEL-A100            PIC 9(4) VALUE ZEROS.
       77 AUX-ZEL-A400            PIC 9(4) VALUE ZEROS.
       77 AUX-ZEL-DIA             PIC 9(2) VALUE ZEROS.
       77 AUX-ZEL-SUMA            PIC 9(6) VALUE ZEROS.
       77 AUX-ZEL-COCIENTE        PIC 9(6) VALUE ZEROS.
       77 AUX-ZEL-RESTO           PIC 9(1) VALUE ZEROS.

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-PARAMETROS.
           DISPLAY "===== TIEMPOS DE LA CADENA NOCTURNA =====".
           INITIALIZE TABLA-PASOS.
           PERFORM 020-CONTAR-NOCHES THRU 020-CONTAR-NOCHES-EXIT.
           IF WS-CANT-NOCHES = ZEROS
               DISPLAY "SIN CORRIDAS EN EL LIBRO DE CONTROL."
               GOBACK
           END-IF.
           COMPUTE WS-DESDE-30 = WS-CANT-NOCHES - 29.
           IF WS-CANT-NOCHES < 30
               MOVE 1 TO WS-DESDE-30
           END-IF.
           COMPUTE WS-DESDE-90 = WS-CANT-NOCHES - 89.
           IF WS-CANT-NOCHES < 90
               MOVE 1 TO WS-DESDE-90
           END-IF.
           PERFORM 030-ACUMULAR-TIEMPOS.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > MAX-PASOS
               IF TPA-CANT-30 (WS-IND) > ZEROS
                   COMPUTE TPA-PROM-30 (WS-IND) ROUNDED =
                           TPA-SUMA-30 (WS-IND) / TPA-CANT-30 (WS-IND)
               END-IF
               IF TPA-CANT-90 (WS-IND) > ZEROS
                   COMPUTE TPA-PROM-90 (WS-IND) ROUNDED =
                           TPA-SUMA-90 (WS-IND) / TPA-CANT-90 (WS-IND)
               END-IF
           END-PERFORM.
           PERFORM 040-CARGAR-AGENDA THRU 040-CARGAR-AGENDA-EXIT.
           OPEN OUTPUT REPORTE-TIEMPOS.
           PERFORM 050-LISTAR-PROMEDIOS.
           PERFORM 060-LISTAR-NOCHES-LARGAS.
           PERFORM 070-PROYECTAR-FIN THRU 070-PROYECTAR-FIN-EXIT.
           CLOSE REPORTE-TIEMPOS.
           DISPLAY "TIEMPOS-NOCHE.LST GENERADO.".
           GOBACK.

      *PRIMERA PASADA: CUANTAS NOCHES DISTINTAS HAY Y CUAL ES LA
      *ULTIMA. EL LIBRO SE GRABA EN ORDEN, UNA NOCHE DETRAS DE OTRA.
       020-CONTAR-NOCHES.
           MOVE ZEROS TO WS-CANT-NOCHES WS-ULTIMA-FECHA.
           OPEN INPUT CONTROL-NOCTURNO.
           IF F-NOEXISTE-CONTROL
               CLOSE CONTROL-NOCTURNO
               GO TO 020-CONTAR-NOCHES-EXIT
           END-IF.
           READ CONTROL-NOCTURNO AT END SET FIN-CONTROL TO TRUE
           END-READ.
           PERFORM UNTIL FIN-CONTROL
               IF CTL-FECHA NOT = WS-ULTIMA-FECHA
                   ADD 1 TO WS-CANT-NOCHES
                   MOVE CTL-FECHA TO WS-ULTIMA-FECHA
               END-IF
               READ CONTROL-NOCTURNO AT END SET FIN-CONTROL TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CONTROL-NOCTURNO.
       020-CONTAR-NOCHES-EXIT.
           EXIT.

      *SEGUNDA PASADA: DURACION DE CADA PASO DE CADA NOCHE Y
      *ACUMULADOS DE LAS VENTANAS; DE LA ULTIMA NOCHE SE GUARDA
      *ADEMAS EL ESTADO DE CADA PASO PARA LA PROYECCION.
       030-ACUMULAR-TIEMPOS.
           MOVE ZEROS TO WS-NOCHE-ACTUAL WS-FECHA-ACTUAL
                         WS-ARRANQUE WS-ULTIMO-FIN.
           OPEN INPUT CONTROL-NOCTURNO.
           READ CONTROL-NOCTURNO AT END SET FIN-CONTROL TO TRUE
           END-READ.
           PERFORM UNTIL FIN-CONTROL
               PERFORM 035-CAMBIO-DE-NOCHE
               PERFORM 034-PASO-DE-HOY
               IF CTL-PASO >= 1 AND CTL-PASO <= MAX-PASOS
                   PERFORM 036-DURACION-LINEA
                   IF CTL-ES-FIN AND WS-DURACION NOT = ZEROS
                       IF WS-NOCHE-ACTUAL >= WS-DESDE-30
                           ADD WS-DURACION TO TPA-SUMA-30 (CTL-PASO)
                           ADD 1 TO TPA-CANT-30 (CTL-PASO)
                           IF WS-DURACION > TPA-MAX-30 (CTL-PASO)
                               MOVE WS-DURACION
                                       TO TPA-MAX-30 (CTL-PASO)
                           END-IF
                       END-IF
                       IF WS-NOCHE-ACTUAL >= WS-DESDE-90
                           ADD WS-DURACION TO TPA-SUMA-90 (CTL-PASO)
                           ADD 1 TO TPA-CANT-90 (CTL-PASO)
                           IF WS-DURACION > TPA-MAX-90 (CTL-PASO)
                               MOVE WS-DURACION
                                       TO TPA-MAX-90 (CTL-PASO)
                           END-IF
                       END-IF
                   END-IF
                   IF WS-NOCHE-ACTUAL = WS-CANT-NOCHES
                       PERFORM 037-ESTADO-ULTIMA-NOCHE
                   END-IF
               END-IF
               READ CONTROL-NOCTURNO AT END SET FIN-CONTROL TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CONTROL-NOCTURNO.

      *UN TRABAJO DE AGENDA GRABADO CON UNA CADENA FIJA DE OTRO
      *LARGO PASA AL NUMERO QUE TENDRIA HOY.
       034-PASO-DE-HOY.
           IF CTL-CANT-PASOS IS NUMERIC
               AND CTL-CANT-PASOS NOT = ZEROS
               AND CTL-CANT-PASOS NOT = CANTIDAD-PASOS
               AND CTL-PASO > CTL-CANT-PASOS
               COMPUTE CTL-PASO = CTL-PASO - CTL-CANT-PASOS
                       + CANTIDAD-PASOS
           END-IF.

      *AL CAMBIAR LA FECHA SE CIERRAN LOS "I" QUE QUEDARON SIN SU
      *"F" (PASO CAIDO): NO SE APAREAN CON LA NOCHE SIGUIENTE.
       035-CAMBIO-DE-NOCHE.
           IF CTL-FECHA NOT = WS-FECHA-ACTUAL
               MOVE CTL-FECHA TO WS-FECHA-ACTUAL
               ADD 1 TO WS-NOCHE-ACTUAL
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > MAX-PASOS
                   MOVE "N" TO TPA-ABIERTO (WS-IND)
               END-PERFORM
               IF WS-NOCHE-ACTUAL = WS-CANT-NOCHES
                   COMPUTE WS-ARRANQUE = CTL-HH * 3600
                           + CTL-MM * 60 + CTL-SS
               END-IF
           END-IF.

      *DEJA EN WS-DURACION LO QUE TARDO EL PASO SI LA LINEA ES EL
      *"F" DE UN "I" ABIERTO (CERO SI NO). SI EL FIN QUEDA ANTES QUE
      *EL INICIO, EL PASO CRUZO LA MEDIANOCHE.
       036-DURACION-LINEA.
           MOVE ZEROS TO WS-DURACION.
           COMPUTE WS-SEG-LINEA = CTL-HH * 3600 + CTL-MM * 60
                   + CTL-SS.
           IF CTL-ES-INICIO
               MOVE WS-SEG-LINEA TO TPA-INICIO (CTL-PASO)
               MOVE "S" TO TPA-ABIERTO (CTL-PASO)
           END-IF.
           IF CTL-ES-FIN AND TPA-ABIERTO (CTL-PASO) = "S"
               MOVE "N" TO TPA-ABIERTO (CTL-PASO)
               IF WS-SEG-LINEA >= TPA-INICIO (CTL-PASO)
                   COMPUTE WS-DURACION =
                           WS-SEG-LINEA - TPA-INICIO (CTL-PASO)
               ELSE
                   COMPUTE WS-DURACION = WS-SEG-LINEA + 86400
                           - TPA-INICIO (CTL-PASO)
               END-IF
      *UN PASO DE MENOS DE UN SEGUNDO CUENTA COMO UNO, PARA QUE
      *ENTRE EN LOS PROMEDIOS.
               IF WS-DURACION = ZEROS
                   MOVE 1 TO WS-DURACION
               END-IF
           END-IF.

       037-ESTADO-ULTIMA-NOCHE.
           IF CTL-ES-INICIO
               MOVE "I" TO TPA-HOY-ESTADO (CTL-PASO)
               MOVE WS-SEG-LINEA TO TPA-HOY-INICIO (CTL-PASO)
           END-IF.
           IF CTL-ES-FIN
               MOVE "F" TO TPA-HOY-ESTADO (CTL-PASO)
               MOVE WS-SEG-LINEA TO WS-ULTIMO-FIN
           END-IF.

       040-CARGAR-AGENDA.
           MOVE ZEROS TO WS-CANT-AGENDADOS.
           OPEN INPUT AGENDA-BATCH.
           IF F-NOEXISTE-AGENDA
               CLOSE AGENDA-BATCH
               GO TO 040-CARGAR-AGENDA-EXIT
           END-IF.
           READ AGENDA-BATCH AT END SET FIN-AGENDA TO TRUE
           END-READ.
           PERFORM UNTIL FIN-AGENDA
               IF WS-CANT-AGENDADOS < MAX-AGENDADOS
                   ADD 1 TO WS-CANT-AGENDADOS
                   MOVE AGE-PROGRAMA
                           TO AGN-PROGRAMA (WS-CANT-AGENDADOS)
                   MOVE AGE-FRECUENCIA
                           TO AGN-FRECUENCIA (WS-CANT-AGENDADOS)
                   MOVE AGE-DIA TO AGN-DIA (WS-CANT-AGENDADOS)
                   MOVE AGE-ULTIMA
                           TO AGN-ULTIMA (WS-CANT-AGENDADOS)
               END-IF
               READ AGENDA-BATCH AT END SET FIN-AGENDA TO TRUE
               END-READ
           END-PERFORM.
           CLOSE AGENDA-BATCH.
       040-CARGAR-AGENDA-EXIT.
           EXIT.

      *UNA LINEA POR PASO CON HISTORIA: PROMEDIO Y MAXIMO DE LAS
      *ULTIMAS 30 Y 90 NOCHES Y CUANTAS NOCHES ENTRARON EN CADA UNO.
       050-LISTAR-PROMEDIOS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TIEMPOS DE LA CADENA NOCTURNA - " DELIMITED BY SIZE
                   WS-FECHA-HOY                    DELIMITED BY SIZE
                   " - NOCHES EN EL LIBRO: "       DELIMITED BY SIZE
                   WS-CANT-NOCHES                  DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PASO PROGRAMA             PROM-30  MAX-30   N  PROM-90
      -         " MAX-90   N" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > MAX-PASOS
               IF TPA-CANT-90 (WS-IND) > ZEROS
                   PERFORM 055-NOMBRE-DEL-PASO
                   MOVE TPA-PROM-30 (WS-IND) TO WS-SEG-CONV
                   PERFORM 080-SEGUNDOS-A-TEXTO
                   MOVE WS-TEXTO-HORA TO WS-TEXTO-HORA-2
                   MOVE TPA-MAX-30 (WS-IND) TO WS-SEG-CONV
                   PERFORM 080-SEGUNDOS-A-TEXTO
                   MOVE WS-TEXTO-HORA TO WS-TEXTO-HORA-3
                   MOVE TPA-PROM-90 (WS-IND) TO WS-SEG-CONV
                   PERFORM 080-SEGUNDOS-A-TEXTO
                   MOVE WS-TEXTO-HORA TO WS-TEXTO-HORA-4
                   MOVE TPA-MAX-90 (WS-IND) TO WS-SEG-CONV
                   PERFORM 080-SEGUNDOS-A-TEXTO
                   MOVE TPA-CANT-30 (WS-IND) TO WS-CANT-EDIT
                   MOVE TPA-CANT-90 (WS-IND) TO WS-CANT-EDIT-2
                   MOVE SPACES TO LINEA-REPORTE
                   STRING WS-IND           DELIMITED BY SIZE
                           "   "           DELIMITED BY SIZE
                           WS-NOMBRE       DELIMITED BY SIZE
                           " "             DELIMITED BY SIZE
                           WS-TEXTO-HORA-2 DELIMITED BY SIZE
                           " "             DELIMITED BY SIZE
                           WS-TEXTO-HORA-3 DELIMITED BY SIZE
                           " "             DELIMITED BY SIZE
                           WS-CANT-EDIT    DELIMITED BY SIZE
                           " "             DELIMITED BY SIZE
                           WS-TEXTO-HORA-4 DELIMITED BY SIZE
                           " "             DELIMITED BY SIZE
                           WS-TEXTO-HORA   DELIMITED BY SIZE
                           " "             DELIMITED BY SIZE
                           WS-CANT-EDIT-2  DELIMITED BY SIZE
                           INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
           END-PERFORM.

      *NOMBRE DEL PASO WS-IND: LOS FIJOS DE LA TABLA, LOS DE AGENDA
      *DE LA AGENDA ACTUAL (SI LA AGENDA CAMBIO DE ORDEN, LA
      *HISTORIA VIEJA DE ESE NUMERO ES DE OTRO TRABAJO).
       055-NOMBRE-DEL-PASO.
           MOVE SPACES TO WS-NOMBRE.
           IF WS-IND <= CANTIDAD-PASOS
               MOVE NOMBRE-PASO (WS-IND) TO WS-NOMBRE
           ELSE
               COMPUTE WS-IND-AGE = WS-IND - CANTIDAD-PASOS
               IF WS-IND-AGE <= WS-CANT-AGENDADOS
                   MOVE AGN-PROGRAMA (WS-IND-AGE) TO WS-NOMBRE
               ELSE
                   MOVE "(AGENDA)" TO WS-NOMBRE
               END-IF
           END-IF.

      *TERCERA PASADA: LAS NOCHES DE LA VENTANA DE 90 EN QUE UN
      *PASO TARDO MAS DEL DOBLE DE SU PROMEDIO DE 90 NOCHES.
       060-LISTAR-NOCHES-LARGAS.
           MOVE ZEROS TO WS-CANT-MARCADAS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "NOCHES CON UN PASO DE MAS DEL DOBLE "
                                       DELIMITED BY SIZE
                   "DE SU PROMEDIO DE 90 NOCHES:" DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE ZEROS TO WS-NOCHE-ACTUAL WS-FECHA-ACTUAL.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > MAX-PASOS
               MOVE "N" TO TPA-ABIERTO (WS-IND)
           END-PERFORM.
           OPEN INPUT CONTROL-NOCTURNO.
           READ CONTROL-NOCTURNO AT END SET FIN-CONTROL TO TRUE
           END-READ.
           PERFORM UNTIL FIN-CONTROL
               PERFORM 035-CAMBIO-DE-NOCHE
               PERFORM 034-PASO-DE-HOY
               IF CTL-PASO >= 1 AND CTL-PASO <= MAX-PASOS
                   PERFORM 036-DURACION-LINEA
                   IF WS-DURACION NOT = ZEROS
                       AND WS-NOCHE-ACTUAL >= WS-DESDE-90
                       AND TPA-CANT-90 (CTL-PASO) >= 3
                       COMPUTE WS-DOBLE = TPA-PROM-90 (CTL-PASO) * 2
                       IF WS-DURACION > WS-DOBLE
                           PERFORM 065-MARCAR-NOCHE-LARGA
                       END-IF
                   END-IF
               END-IF
               READ CONTROL-NOCTURNO AT END SET FIN-CONTROL TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CONTROL-NOCTURNO.
           IF WS-CANT-MARCADAS = ZEROS
               MOVE "  NINGUNA." TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

       065-MARCAR-NOCHE-LARGA.
           ADD 1 TO WS-CANT-MARCADAS.
           MOVE CTL-PASO TO WS-IND.
           PERFORM 055-NOMBRE-DEL-PASO.
           MOVE WS-DURACION TO WS-SEG-CONV.
           PERFORM 080-SEGUNDOS-A-TEXTO.
           MOVE WS-TEXTO-HORA TO WS-TEXTO-HORA-2.
           MOVE TPA-PROM-90 (CTL-PASO) TO WS-SEG-CONV.
           PERFORM 080-SEGUNDOS-A-TEXTO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  "            DELIMITED BY SIZE
                   CTL-FECHA       DELIMITED BY SIZE
                   " PASO "        DELIMITED BY SIZE
                   CTL-PASO        DELIMITED BY SIZE
                   " "             DELIMITED BY SIZE
                   WS-NOMBRE       DELIMITED BY SIZE
                   " TARDO "       DELIMITED BY SIZE
                   WS-TEXTO-HORA-2 DELIMITED BY SIZE
                   " (PROM "       DELIMITED BY SIZE
                   WS-TEXTO-HORA   DELIMITED BY SIZE
                   ")"             DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *HORA ESTIMADA DE FIN DE LA ULTIMA NOCHE. SI TODOS LOS PASOS
      *FIJOS YA TERMINARON Y NO QUEDA AGENDA, SE INFORMA LA HORA
      *REAL DE FIN Y NO HAY NADA QUE AVISAR.
       070-PROYECTAR-FIN.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE ZEROS TO WS-FALTANTE WS-PASOS-FALTAN
                         WS-PASOS-SIN-HISTORIA WS-AGENDA-FALTAN.
           MOVE "N" TO WS-CADENA-ABIERTA.
           MOVE "N" TO WS-PASO-EN-CURSO.
           COMPUTE WS-TRANSCURRIDO = WS-HH-HOY * 3600
                   + WS-MM-HOY * 60 + WS-SS-HOY.
           IF WS-TRANSCURRIDO >= WS-ARRANQUE
               SUBTRACT WS-ARRANQUE FROM WS-TRANSCURRIDO
           ELSE
               COMPUTE WS-TRANSCURRIDO = WS-TRANSCURRIDO + 86400
                       - WS-ARRANQUE
           END-IF.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > CANTIDAD-PASOS
               IF TPA-HOY-ESTADO (WS-IND) NOT = "F"
                   PERFORM 075-SUMAR-FALTANTE
               END-IF
           END-PERFORM.
      *LA AGENDA CORRE SOLO SI LA CADENA FIJA TERMINA; LOS TRABAJOS
      *QUE TOCAN ESA NOCHE Y NO TERMINARON SE SUMAN IGUAL, PORQUE SE
      *ESTIMA LA NOCHE COMPLETA.
           IF WS-CANT-AGENDADOS > ZEROS
               PERFORM CALCULAR-DIA-SEMANA
               PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                       UNTIL WS-IND-AGE > WS-CANT-AGENDADOS
                   PERFORM EVALUAR-AGENDADO THRU EVALUAR-AGENDADO-FIN
                   COMPUTE WS-IND = CANTIDAD-PASOS + WS-IND-AGE
                   IF AGE-CORRE-HOY AND WS-IND <= MAX-PASOS
                       IF TPA-HOY-ESTADO (WS-IND) NOT = "F"
                           ADD 1 TO WS-AGENDA-FALTAN
                           PERFORM 075-SUMAR-FALTANTE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-ARRANQUE TO WS-SEG-CONV.
           PERFORM 080-SEGUNDOS-A-TEXTO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ULTIMA NOCHE: " DELIMITED BY SIZE
                   WS-ULTIMA-FECHA  DELIMITED BY SIZE
                   " ARRANCO A LAS " DELIMITED BY SIZE
                   WS-TEXTO-HORA    DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF NOT CADENA-ABIERTA
               MOVE WS-ULTIMO-FIN TO WS-SEG-CONV
               PERFORM 080-SEGUNDOS-A-TEXTO
               MOVE SPACES TO LINEA-REPORTE
               STRING "CADENA TERMINADA, ULTIMO PASO A LAS "
                                        DELIMITED BY SIZE
                       WS-TEXTO-HORA    DELIMITED BY SIZE
                       INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               DISPLAY LINEA-REPORTE
               GO TO 070-PROYECTAR-FIN-EXIT
           END-IF.
           COMPUTE WS-FIN-ESTIMADO = WS-TRANSCURRIDO + WS-FALTANTE.
           COMPUTE WS-SEG-CONV = WS-ARRANQUE + WS-FIN-ESTIMADO.
           PERFORM 080-SEGUNDOS-A-TEXTO.
           MOVE WS-TEXTO-HORA TO WS-TEXTO-HORA-2.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "FALTAN " DELIMITED BY SIZE
                   WS-PASOS-FALTAN   DELIMITED BY SIZE
                   " PASOS (" DELIMITED BY SIZE
                   WS-AGENDA-FALTAN  DELIMITED BY SIZE
                   " DE AGENDA). FIN ESTIMADO: " DELIMITED BY SIZE
                   WS-TEXTO-HORA-2   DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           DISPLAY LINEA-REPORTE.
           IF WS-PASOS-SIN-HISTORIA > ZEROS
               MOVE SPACES TO LINEA-REPORTE
               STRING "  (" DELIMITED BY SIZE
                       WS-PASOS-SIN-HISTORIA DELIMITED BY SIZE
                       " PASOS SIN HISTORIA NO SUMAN TIEMPO)"
                                             DELIMITED BY SIZE
                       INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
      *APERTURA EN SEGUNDOS DESDE EL ARRANQUE: SI LA HORA DE
      *APERTURA QUEDA ANTES DEL ARRANQUE, ES LA DE LA MANIANA.
           DIVIDE HORA-APERTURA BY 100 GIVING WS-CONV-HH
                   REMAINDER WS-CONV-MM.
           COMPUTE WS-APERTURA = WS-CONV-HH * 3600 + WS-CONV-MM * 60.
           IF WS-APERTURA >= WS-ARRANQUE
               SUBTRACT WS-ARRANQUE FROM WS-APERTURA
           ELSE
               COMPUTE WS-APERTURA = WS-APERTURA + 86400
                       - WS-ARRANQUE
           END-IF.
           COMPUTE WS-LIMITE-AVISO = WS-APERTURA
                   - MARGEN-APERTURA * 60.
           IF WS-FIN-ESTIMADO < WS-LIMITE-AVISO
               GO TO 070-PROYECTAR-FIN-EXIT
           END-IF.
           MOVE "W" TO WS-SEVERIDAD-ERROR.
           IF WS-FIN-ESTIMADO >= WS-APERTURA
               MOVE "E" TO WS-SEVERIDAD-ERROR
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "*** AVISO: EL FIN ESTIMADO QUEDA A MENOS DE "
                                       DELIMITED BY SIZE
                   MARGEN-APERTURA     DELIMITED BY SIZE
                   " MINUTOS DE LA APERTURA (" DELIMITED BY SIZE
                   HORA-APERTURA       DELIMITED BY SIZE
                   ")"                 DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           DISPLAY LINEA-REPORTE.
      *CORRIDO SUELTO, CON UNA CADENA QUE SE CORTO Y NO SIGUE, EL
      *AVISO QUEDA SOLO EN EL REPORTE: NO HAY NADA QUE ESPERAR.
           IF NOT HAY-PASO-EN-CURSO
               GO TO 070-PROYECTAR-FIN-EXIT
           END-IF.
      *LA LINEA DE BITACORA LLEVA LA HORA ESTIMADA EN EL LUGAR DEL
      *ARCHIVO; DIGESTO-ERRORES LA RECONOCE POR EL PROGRAMA.
           MOVE SPACES TO WS-ARCHIVO-ERROR.
           STRING "FIN-ESTIMADO "  DELIMITED BY SIZE
                   WS-TEXTO-HORA-2 (1:5) DELIMITED BY SIZE
                   INTO WS-ARCHIVO-ERROR.
           MOVE "TL" TO WS-STATUS-ERROR.
           PERFORM REGISTRAR-ERROR-CENTRAL.
       070-PROYECTAR-FIN-EXIT.
           EXIT.

      *SUMA AL FALTANTE EL PROMEDIO DEL PASO WS-IND (30 NOCHES, 90
      *SI NO HAY); DEL PASO EN CURSO SOLO LO QUE LE QUEDA.
       075-SUMAR-FALTANTE.
           MOVE "S" TO WS-CADENA-ABIERTA.
           ADD 1 TO WS-PASOS-FALTAN.
           MOVE TPA-PROM-30 (WS-IND) TO WS-PROMEDIO.
           IF TPA-CANT-30 (WS-IND) = ZEROS
               MOVE TPA-PROM-90 (WS-IND) TO WS-PROMEDIO
           END-IF.
           IF TPA-CANT-90 (WS-IND) = ZEROS
               ADD 1 TO WS-PASOS-SIN-HISTORIA
           END-IF.
           IF TPA-HOY-ESTADO (WS-IND) = "I"
               MOVE "S" TO WS-PASO-EN-CURSO
               COMPUTE WS-EN-PASO = WS-HH-HOY * 3600
                       + WS-MM-HOY * 60 + WS-SS-HOY
               IF WS-EN-PASO >= TPA-HOY-INICIO (WS-IND)
                   SUBTRACT TPA-HOY-INICIO (WS-IND) FROM WS-EN-PASO
               ELSE
                   COMPUTE WS-EN-PASO = WS-EN-PASO + 86400
                           - TPA-HOY-INICIO (WS-IND)
               END-IF
               IF WS-EN-PASO >= WS-PROMEDIO
                   MOVE ZEROS TO WS-PROMEDIO
               ELSE
                   SUBTRACT WS-EN-PASO FROM WS-PROMEDIO
               END-IF
           END-IF.
           ADD WS-PROMEDIO TO WS-FALTANTE.

      *SEGUNDOS (WS-SEG-CONV) A "HH:MM:SS" EN WS-TEXTO-HORA; LO QUE
      *PASA DE 24 HORAS SE DESCARTA (HORA DEL DIA SIGUIENTE).
       080-SEGUNDOS-A-TEXTO.
           DIVIDE WS-SEG-CONV BY 86400 GIVING WS-CONV-DIAS
                   REMAINDER WS-CONV-RESTO.
           DIVIDE WS-CONV-RESTO BY 3600 GIVING WS-CONV-HH
                   REMAINDER WS-CONV-RESTO.
           DIVIDE WS-CONV-RESTO BY 60 GIVING WS-CONV-MM
                   REMAINDER WS-CONV-SS.
           MOVE SPACES TO WS-TEXTO-HORA.
           STRING WS-CONV-HH DELIMITED BY SIZE
                   ":"        DELIMITED BY SIZE
                   WS-CONV-MM DELIMITED BY SIZE
                   ":"        DELIMITED BY SIZE
                   WS-CONV-SS DELIMITED BY SIZE
                   INTO WS-TEXTO-HORA.

      *DECIDE SI EL TRABAJO WS-IND-AGE TOCA LA ULTIMA NOCHE: MISMA
      *REGLA QUE PROCESO-NOCTURNO, CON LA FECHA DE ESA NOCHE. UN
      *TRABAJO QUE YA CORRIO BIEN ESA NOCHE TIENE SU ULTIMA CORRIDA
      *EN ESA FECHA Y SU PASO EN "F".
       EVALUAR-AGENDADO.
           MOVE "N" TO WS-AGE-CORRE.
           IF AGN-ULTIMA (WS-IND-AGE) > WS-ULTIMA-FECHA
               GO TO EVALUAR-AGENDADO-FIN
           END-IF.
           EVALUATE AGN-FRECUENCIA (WS-IND-AGE)
               WHEN "D"
                   MOVE "S" TO WS-AGE-CORRE
               WHEN "S"
                   IF AUX-DIA-SEMANA = AGN-DIA (WS-IND-AGE)
                       MOVE "S" TO WS-AGE-CORRE
                   END-IF
               WHEN "M"
                   IF WS-ULTIMA-FECHA(7:2) = AGN-DIA (WS-IND-AGE)
                       MOVE "S" TO WS-AGE-CORRE
                   END-IF
               WHEN "A"
                   IF WS-ULTIMA-FECHA(5:4) = AGN-DIA (WS-IND-AGE)
                       MOVE "S" TO WS-AGE-CORRE
                   END-IF
           END-EVALUATE.
       EVALUAR-AGENDADO-FIN.
           EXIT.

      *DIA DE LA SEMANA DE WS-ULTIMA-FECHA (1=LUNES..7=DOMINGO), POR
      *CONGRUENCIA DE ZELLER, MISMO CALCULO QUE PROCESO-NOCTURNO.
       CALCULAR-DIA-SEMANA.
           MOVE WS-ULTIMA-FECHA(5:2) TO AUX-ZEL-MES.
           MOVE WS-ULTIMA-FECHA(1:4) TO AUX-ZEL-ANIO.
           IF AUX-ZEL-MES < 3
               ADD 12 TO AUX-ZEL-MES
               SUBTRACT 1 FROM AUX-ZEL-ANIO
           END-IF.
           COMPUTE AUX-ZEL-T13 = 13 * (AUX-ZEL-MES + 1).
           DIVIDE AUX-ZEL-T13 BY 5 GIVING AUX-ZEL-T5.
           DIVIDE AUX-ZEL-ANIO BY 4 GIVING AUX-ZEL-A4.
           DIVIDE AUX-ZEL-ANIO BY 100 GIVING AUX-ZEL-A100.
           DIVIDE AUX-ZEL-ANIO BY 400 GIVING AUX-ZEL-A400.
           MOVE WS-ULTIMA-FECHA(7:2) TO AUX-ZEL-DIA.
           COMPUTE AUX-ZEL-SUMA = AUX-ZEL-DIA + AUX-ZEL-T5
                   + AUX-ZEL-ANIO + AUX-ZEL-A4 - AUX-ZEL-A100
                   + AUX-ZEL-A400.
           DIVIDE AUX-ZEL-SUMA BY 7 GIVING AUX-ZEL-COCIENTE
                   REMAINDER AUX-ZEL-RESTO.
           COMPUTE AUX-ZEL-SUMA = AUX-ZEL-RESTO + 5.
           DIVIDE AUX-ZEL-SUMA BY 7 GIVING AUX-ZEL-COCIENTE
                   REMAINDER AUX-ZEL-RESTO.
           COMPUTE AUX-DIA-SEMANA = AUX-ZEL-RESTO + 1.

       CARGAR-PARAMETROS.
           MOVE "HORA-APERTURA" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-NUMERO TO HORA-APERTURA
           END-IF.
           MOVE "MARGEN-APERTURA" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-NUMERO TO MARGEN-APERTURA
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "TIEMPOS-NOCHE "     DELIMITED BY SIZE
                  WS-ARCHIVO-ERROR     DELIMITED BY SIZE
                  " STATUS="           DELIMITED BY SIZE
                  WS-STATUS-ERROR      DELIMITED BY SIZE
                  " FECHA="            DELIMITED BY SIZE
                  WS-FECHA-ERROR       DELIMITED BY SIZE
                  " HORA="             DELIMITED BY SIZE
                  WS-HORA-ERROR        DELIMITED BY SIZE
                       " SEV="           DELIMITED BY SIZE
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
       END PROGRAM TIEMPOS-NOCHE.
