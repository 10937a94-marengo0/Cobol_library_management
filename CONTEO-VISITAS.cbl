       IDENTIFICATION DIVISION.
       PROGRAM-ID.                CONTEO-VISITAS.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *VISITANTES POR DIA Y CONSULTAS DE REFERENCIA POR SUCURSAL. EL
      *RETORNO ANUAL DE LA MUNICIPALIDAD PIDE VISITAS Y CONSULTAS DE
      *REFERENCIA Y HASTA AHORA SE SACABAN A MANO DEL CONTADOR DE LA
      *PUERTA Y DE LA PLANILLA DE PALITOS DEL MOSTRADOR.
      *- VISITANTES: UN TOTAL POR FECHA Y SUCURSAL EN
      *  VISITANTES-DIA.DAT, CARGADO A MANO O IMPORTADO DEL ARCHIVO
      *  DEL CONTADOR DE PUERTA (CONTADOR-PUERTA.DAT: FECHA, SUCURSAL
      *  Y CANTIDAD POR LINEA; VARIAS LINEAS DEL MISMO DIA Y SUCURSAL
      *  SE SUMAN, Y REIMPORTAR EL MISMO DIA REEMPLAZA EL TOTAL).
      *- CONSULTAS DE REFERENCIA: CADA ANOTACION DEL MOSTRADOR VA A
      *  CONSULTAS-REF.DAT CON FECHA, HORA, SUCURSAL, TIPO
      *  (DIRECCIONES, CATALOGO, INVESTIGACION, COMPUTADORA) Y
      *  CANTIDAD.
      *EL RESUMEN MENSUAL POR SUCURSAL SALE EN VISITANTES-MENSUAL.LST;
      *REP-CIERRE-DIARIO MUESTRA LOS DEL DIA Y REP-ANUAL LOS DEL ANIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *UN TOTAL DE VISITANTES POR FECHA Y SUCURSAL.
           SELECT VISITANTES-DIA ASSIGN TO "VISITANTES-DIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VTD-CLAVE
               FILE STATUS IS FS-VISITANTES.

      *ARCHIVO QUE BAJA EL CONTADOR DE LA PUERTA.
           SELECT CONTADOR-PUERTA ASSIGN TO "CONTADOR-PUERTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTADOR.

      *UNA LINEA POR ANOTACION DE CONSULTAS EN EL MOSTRADOR.
           SELECT CONSULTAS-REF ASSIGN TO "CONSULTAS-REF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSULTAS.

           SELECT REPORTE-MES ASSIGN TO "VISITANTES-MENSUAL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD VISITANTES-DIA.
       01 DATOS-VISITANTES.
           05 VTD-CLAVE.
               10 VTD-FECHA           PIC 9(8).
               10 VTD-SUCURSAL        PIC X(3).
           05 VTD-CANTIDAD            PIC 9(6).
      *M=CARGA MANUAL, C=IMPORTADO DEL CONTADOR DE PUERTA.
           05 VTD-ORIGEN              PIC X(1).
               88 VTD-MANUAL          VALUE "M".
               88 VTD-CONTADOR        VALUE "C".
           05 VTD-FECHA-CARGA         PIC 9(8).

       FD CONTADOR-PUERTA.
       01 LINEA-CONTADOR.
           05 CTP-FECHA               PIC 9(8).
           05 CTP-SUCURSAL            PIC X(3).
           05 CTP-CANTIDAD            PIC 9(6).

       FD CONSULTAS-REF.
       01 LINEA-CONSULTA.
           05 REF-FECHA               PIC 9(8).
           05 REF-HORA                PIC 9(4).
           05 REF-SUCURSAL            PIC X(3).
      *D=DIRECCIONES, C=CATALOGO, I=INVESTIGACION, P=COMPUTADORA.
           05 REF-TIPO                PIC X(1).
               88 REF-DIRECCIONES     VALUE "D".
               88 REF-CATALOGO        VALUE "C".
               88 REF-INVESTIGACION   VALUE "I".
               88 REF-COMPUTADORA     VALUE "P".
           05 REF-CANTIDAD            PIC 9(3).

       FD REPORTE-MES.
       01 LINEA-REPORTE               PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-VISITANTES            PIC XX.
           88 ESTA-VISITANTES      VALUE "00" "02".
           88 FIN-VISITANTES       VALUE "10".
           88 F-NOEXISTE-VTD       VALUE "35".

       77 FS-CONTADOR              PIC XX.
           88 FIN-CONTADOR         VALUE "10".
           88 F-NOEXISTE-CTP       VALUE "35".

       77 FS-CONSULTAS             PIC XX.
           88 FIN-CONSULTAS        VALUE "10".
           88 F-NOEXISTE-REF       VALUE "05" "35".

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

       77 WS-OPC                   PIC 9(1) VALUE ZEROS.
       77 WS-TERMINAR-PROG         PIC X(2) VALUE "NO".
       77 WS-SUCURSAL              PIC X(3) VALUE "SED".
       77 WS-SUC-ENTRADA           PIC X(3) VALUE SPACES.
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-FECHA                 PIC 9(8) VALUE ZEROS.
       77 WS-HORA-ACTUAL           PIC 9(8) VALUE ZEROS.
       77 WS-CANTIDAD              PIC 9(6) VALUE ZEROS.
       77 WS-CANT-CONSULTAS        PIC 9(3) VALUE ZEROS.
       77 WS-TIPO-OPC              PIC 9(1) VALUE ZEROS.
       77 WS-CONFIRMA              PIC X VALUE "N".
       77 WS-MES                   PIC 9(6) VALUE ZEROS.
       77 WS-ANOTADAS              PIC 9(5) VALUE ZEROS.
       77 WS-LINEAS-LEIDAS         PIC 9(5) VALUE ZEROS.
       77 WS-LINEAS-RECHAZADAS     PIC 9(5) VALUE ZEROS.
       77 WS-GRABADOS              PIC 9(4) VALUE ZEROS.

      *TIPOS DE CONSULTA DE REFERENCIA, EN EL ORDEN DEL MENU.
       01 TABLA-TIPOS-VALORES.
           05 FILLER               PIC X(16) VALUE "DDIRECCIONES".
           05 FILLER               PIC X(16) VALUE "CCATALOGO".
           05 FILLER               PIC X(16) VALUE "IINVESTIGACION".
           05 FILLER               PIC X(16) VALUE "PCOMPUTADORA".
       01 TABLA-TIPOS REDEFINES TABLA-TIPOS-VALORES.
           05 TIP-ENT OCCURS 4 TIMES.
               10 TIP-CODIGO       PIC X(1).
               10 TIP-NOMBRE       PIC X(15).
       77 WS-IND-TIPO              PIC 9(1) VALUE ZEROS.

      *TOTALES POR FECHA Y SUCURSAL LEIDOS DEL CONTADOR DE PUERTA,
      *ANTES DE GRABARLOS.
       77 MAX-IMPORTACION          PIC 9(3) VALUE 400.
       01 TABLA-IMPORTACION.
           05 IMP-ENT OCCURS 400 TIMES.
               10 IMP-FECHA        PIC 9(8).
               10 IMP-SUCURSAL     PIC X(3).
               10 IMP-CANTIDAD     PIC 9(6).
       77 WS-CANT-IMPORTACION      PIC 9(3) VALUE ZEROS.
       77 WS-IND                   PIC 9(3) VALUE ZEROS.
       77 WS-IND-HALLADO           PIC 9(3) VALUE ZEROS.

      *RESUMEN MENSUAL POR SUCURSAL.
       77 MAX-SUCURSALES           PIC 9(2) VALUE 20.
       01 TABLA-SUCURSALES.
           05 SUC-ENT OCCURS 20 TIMES.
               10 SUC-CODIGO       PIC X(3).
               10 SUC-VISITANTES   PIC 9(7).
               10 SUC-DIAS         PIC 9(2).
               10 SUC-CONSULTAS OCCURS 4 TIMES PIC 9(6).
       77 WS-CANT-SUCURSALES       PIC 9(2) VALUE ZEROS.
       77 WS-SUC-BUSCADA           PIC X(3) VALUE SPACES.
       77 WS-IND-SUC               PIC 9(2) VALUE ZEROS.
       77 WS-IND-SUC-HALLADA       PIC 9(2) VALUE ZEROS.
       77 WS-TOTAL-VISITANTES      PIC 9(8) VALUE ZEROS.
       77 WS-TOTAL-CONSULTAS       PIC 9(7) VALUE ZEROS.
       77 WS-CONSULTAS-SUC         PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           DISPLAY "SUCURSAL DEL PUESTO (ENTER = SED): "
                   WITH NO ADVANCING.
           ACCEPT WS-SUCURSAL.
           IF WS-SUCURSAL = SPACES
               MOVE "SED" TO WS-SUCURSAL
           END-IF.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== VISITANTES Y CONSULTAS ====="
               DISPLAY "1. CARGAR VISITANTES DEL DIA"
               DISPLAY "2. IMPORTAR EL CONTADOR DE PUERTA"
               DISPLAY "3. ANOTAR CONSULTAS DE REFERENCIA"
               DISPLAY "4. RESUMEN MENSUAL POR SUCURSAL"
               DISPLAY "9. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-CARGAR-VISITANTES
                                  THRU 020-CARGAR-VISITANTES-EXIT
                   WHEN 2 PERFORM 030-IMPORTAR-CONTADOR
                                  THRU 030-IMPORTAR-CONTADOR-EXIT
                   WHEN 3 PERFORM 040-ANOTAR-CONSULTAS
                                  THRU 040-ANOTAR-CONSULTAS-EXIT
                   WHEN 4 PERFORM 050-RESUMEN-MENSUAL
                                  THRU 050-RESUMEN-MENSUAL-EXIT
                   WHEN 9 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *CARGA MANUAL DEL TOTAL DE VISITANTES DE UN DIA Y SUCURSAL. SI
      *YA HABIA UN TOTAL SE PIDE CONFIRMACION PARA REEMPLAZARLO.
       020-CARGAR-VISITANTES.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "FECHA (AAAAMMDD, ENTER = HOY): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-FECHA.
           ACCEPT WS-FECHA.
           IF WS-FECHA = ZEROS
               MOVE WS-FECHA-HOY TO WS-FECHA
           END-IF.
           IF WS-FECHA > WS-FECHA-HOY
               DISPLAY "LA FECHA NO PUEDE SER FUTURA."
               GO TO 020-CARGAR-VISITANTES-EXIT
           END-IF.
           DISPLAY "SUCURSAL (ENTER = " WS-SUCURSAL "): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-SUC-ENTRADA.
           ACCEPT WS-SUC-ENTRADA.
           IF WS-SUC-ENTRADA = SPACES
               MOVE WS-SUCURSAL TO WS-SUC-ENTRADA
           END-IF.
           DISPLAY "VISITANTES: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-CANTIDAD.
           ACCEPT WS-CANTIDAD.
           PERFORM 090-ABRIR-VISITANTES.
           MOVE WS-FECHA       TO VTD-FECHA.
           MOVE WS-SUC-ENTRADA TO VTD-SUCURSAL.
           READ VISITANTES-DIA
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-VISITANTES
               DISPLAY "YA HAY " VTD-CANTIDAD " VISITANTES CARGADOS "
                       "(ORIGEN " VTD-ORIGEN "). REEMPLAZAR? (S/N): "
                       WITH NO ADVANCING
               MOVE "N" TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "SIN CAMBIOS."
                   CLOSE VISITANTES-DIA
                   GO TO 020-CARGAR-VISITANTES-EXIT
               END-IF
               MOVE WS-CANTIDAD  TO VTD-CANTIDAD
               SET VTD-MANUAL    TO TRUE
               MOVE WS-FECHA-HOY TO VTD-FECHA-CARGA
               REWRITE DATOS-VISITANTES
                   INVALID KEY DISPLAY "ERROR AL GRABAR EL TOTAL."
               END-REWRITE
           ELSE
               MOVE WS-FECHA       TO VTD-FECHA
               MOVE WS-SUC-ENTRADA TO VTD-SUCURSAL
               MOVE WS-CANTIDAD    TO VTD-CANTIDAD
               SET VTD-MANUAL      TO TRUE
               MOVE WS-FECHA-HOY   TO VTD-FECHA-CARGA
               WRITE DATOS-VISITANTES
                   INVALID KEY DISPLAY "ERROR AL GRABAR EL TOTAL."
               END-WRITE
           END-IF.
           IF ESTA-VISITANTES
               DISPLAY "VISITANTES DEL " WS-FECHA " EN "
                       WS-SUC-ENTRADA ": " WS-CANTIDAD "."
           END-IF.
           CLOSE VISITANTES-DIA.
       020-CARGAR-VISITANTES-EXIT.
           EXIT.

      *IMPORTA CONTADOR-PUERTA.DAT: PRIMERO SUMA EN MEMORIA POR FECHA
      *Y SUCURSAL (VARIAS PUERTAS O LECTURAS DEL MISMO DIA) Y DESPUES
      *GRABA CADA TOTAL, REEMPLAZANDO EL QUE HUBIERA.
       030-IMPORTAR-CONTADOR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-CANT-IMPORTACION WS-LINEAS-LEIDAS
                         WS-LINEAS-RECHAZADAS WS-GRABADOS.
           OPEN INPUT CONTADOR-PUERTA.
           IF F-NOEXISTE-CTP
               DISPLAY "NO HAY CONTADOR-PUERTA.DAT PARA IMPORTAR."
               MOVE "CONTADOR-PUERTA.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-CONTADOR           TO WS-STATUS-ERROR
               MOVE "W"                   TO WS-SEVERIDAD-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE "E"                   TO WS-SEVERIDAD-ERROR
               CLOSE CONTADOR-PUERTA
               GO TO 030-IMPORTAR-CONTADOR-EXIT
           END-IF.
           READ CONTADOR-PUERTA AT END SET FIN-CONTADOR TO TRUE
           END-READ.
           PERFORM UNTIL FIN-CONTADOR
               ADD 1 TO WS-LINEAS-LEIDAS
               IF CTP-FECHA NOT NUMERIC OR CTP-CANTIDAD NOT NUMERIC
                   OR CTP-FECHA > WS-FECHA-HOY
                   ADD 1 TO WS-LINEAS-RECHAZADAS
               ELSE
                   PERFORM 035-ACUMULAR-LECTURA
               END-IF
               READ CONTADOR-PUERTA AT END SET FIN-CONTADOR TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CONTADOR-PUERTA.
           PERFORM 090-ABRIR-VISITANTES.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-IMPORTACION
               MOVE IMP-FECHA (WS-IND)    TO VTD-FECHA
               MOVE IMP-SUCURSAL (WS-IND) TO VTD-SUCURSAL
               READ VISITANTES-DIA
                   INVALID KEY CONTINUE
               END-READ
               MOVE IMP-FECHA (WS-IND)    TO VTD-FECHA
               MOVE IMP-SUCURSAL (WS-IND) TO VTD-SUCURSAL
               MOVE IMP-CANTIDAD (WS-IND) TO VTD-CANTIDAD
               SET VTD-CONTADOR           TO TRUE
               MOVE WS-FECHA-HOY          TO VTD-FECHA-CARGA
               IF ESTA-VISITANTES
                   REWRITE DATOS-VISITANTES
                       INVALID KEY CONTINUE
                   END-REWRITE
               ELSE
                   WRITE DATOS-VISITANTES
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
               IF ESTA-VISITANTES
                   ADD 1 TO WS-GRABADOS
               END-IF
           END-PERFORM.
           CLOSE VISITANTES-DIA.
           DISPLAY WS-LINEAS-LEIDAS " LINEAS LEIDAS, "
                   WS-LINEAS-RECHAZADAS " RECHAZADAS, "
                   WS-GRABADOS " TOTALES DIARIOS GRABADOS.".
       030-IMPORTAR-CONTADOR-EXIT.
           EXIT.

       035-ACUMULAR-LECTURA.
           IF CTP-SUCURSAL = SPACES
               MOVE WS-SUCURSAL TO CTP-SUCURSAL
           END-IF.
           MOVE ZEROS TO WS-IND-HALLADO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-IMPORTACION
                       OR WS-IND-HALLADO NOT = ZEROS
               IF IMP-FECHA (WS-IND) = CTP-FECHA
                   AND IMP-SUCURSAL (WS-IND) = CTP-SUCURSAL
                   MOVE WS-IND TO WS-IND-HALLADO
               END-IF
           END-PERFORM.
           IF WS-IND-HALLADO NOT = ZEROS
               ADD CTP-CANTIDAD TO IMP-CANTIDAD (WS-IND-HALLADO)
           ELSE
               IF WS-CANT-IMPORTACION < MAX-IMPORTACION
                   ADD 1 TO WS-CANT-IMPORTACION
                   MOVE CTP-FECHA
                           TO IMP-FECHA (WS-CANT-IMPORTACION)
                   MOVE CTP-SUCURSAL
                           TO IMP-SUCURSAL (WS-CANT-IMPORTACION)
                   MOVE CTP-CANTIDAD
                           TO IMP-CANTIDAD (WS-CANT-IMPORTACION)
               ELSE
                   ADD 1 TO WS-LINEAS-RECHAZADAS
               END-IF
           END-IF.

      *PLANILLA DEL MOSTRADOR: CADA ANOTACION QUEDA CON LA HORA EN
      *QUE SE CARGA. CERO TERMINA.
       040-ANOTAR-CONSULTAS.
           MOVE ZEROS TO WS-ANOTADAS.
           MOVE 1 TO WS-TIPO-OPC.
           PERFORM UNTIL WS-TIPO-OPC = ZEROS
               DISPLAY " "
               PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                       UNTIL WS-IND-TIPO > 4
                   DISPLAY WS-IND-TIPO ". " TIP-NOMBRE (WS-IND-TIPO)
               END-PERFORM
               DISPLAY "TIPO DE CONSULTA (0 = TERMINAR): "
                       WITH NO ADVANCING
               MOVE ZEROS TO WS-TIPO-OPC
               ACCEPT WS-TIPO-OPC
               IF WS-TIPO-OPC > 4
                   DISPLAY "TIPO INVALIDO."
               ELSE
                   IF WS-TIPO-OPC NOT = ZEROS
                       PERFORM 045-GRABAR-CONSULTA
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY WS-ANOTADAS " CONSULTAS ANOTADAS EN " WS-SUCURSAL
                   ".".
       040-ANOTAR-CONSULTAS-EXIT.
           EXIT.

       045-GRABAR-CONSULTA.
           DISPLAY "CANTIDAD (ENTER = 1): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-CANT-CONSULTAS.
           ACCEPT WS-CANT-CONSULTAS.
           IF WS-CANT-CONSULTAS = ZEROS
               MOVE 1 TO WS-CANT-CONSULTAS
           END-IF.
           OPEN EXTEND CONSULTAS-REF.
           IF F-NOEXISTE-REF
               CLOSE CONSULTAS-REF
               OPEN OUTPUT CONSULTAS-REF
           END-IF.
           ACCEPT REF-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACTUAL FROM TIME.
           MOVE WS-HORA-ACTUAL (1:4)       TO REF-HORA.
           MOVE WS-SUCURSAL                TO REF-SUCURSAL.
           MOVE TIP-CODIGO (WS-TIPO-OPC)   TO REF-TIPO.
           MOVE WS-CANT-CONSULTAS          TO REF-CANTIDAD.
           WRITE LINEA-CONSULTA.
           CLOSE CONSULTAS-REF.
           ADD WS-CANT-CONSULTAS TO WS-ANOTADAS.
           DISPLAY "  " WS-CANT-CONSULTAS " DE "
                   TIP-NOMBRE (WS-TIPO-OPC) " A LAS "
                   WS-HORA-ACTUAL (1:2) ":" WS-HORA-ACTUAL (3:2) ".".

      *TOTALES DEL MES POR SUCURSAL: VISITANTES (Y DIAS CARGADOS) Y
      *CONSULTAS POR TIPO, EN PANTALLA Y EN VISITANTES-MENSUAL.LST.
       050-RESUMEN-MENSUAL.
           DISPLAY "MES (AAAAMM): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-MES.
           ACCEPT WS-MES.
           IF WS-MES = ZEROS
               GO TO 050-RESUMEN-MENSUAL-EXIT
           END-IF.
           MOVE ZEROS TO WS-CANT-SUCURSALES WS-TOTAL-VISITANTES
                         WS-TOTAL-CONSULTAS.
           INITIALIZE TABLA-SUCURSALES.
           OPEN INPUT VISITANTES-DIA.
           IF F-NOEXISTE-VTD
               CLOSE VISITANTES-DIA
           ELSE
               MOVE WS-MES TO VTD-FECHA (1:6)
               MOVE "01"   TO VTD-FECHA (7:2)
               MOVE SPACES TO VTD-SUCURSAL
               START VISITANTES-DIA KEY IS NOT LESS THAN VTD-CLAVE
                   INVALID KEY SET FIN-VISITANTES TO TRUE
               END-START
               IF NOT FIN-VISITANTES
                   READ VISITANTES-DIA NEXT RECORD AT END
                       SET FIN-VISITANTES TO TRUE END-READ
               END-IF
               PERFORM UNTIL FIN-VISITANTES
                       OR VTD-FECHA (1:6) NOT = WS-MES
                   MOVE VTD-SUCURSAL TO WS-SUC-BUSCADA
                   PERFORM 080-UBICAR-SUCURSAL
                   IF WS-IND-SUC-HALLADA NOT = ZEROS
                       ADD VTD-CANTIDAD
                           TO SUC-VISITANTES (WS-IND-SUC-HALLADA)
                       ADD 1 TO SUC-DIAS (WS-IND-SUC-HALLADA)
                   END-IF
                   ADD VTD-CANTIDAD TO WS-TOTAL-VISITANTES
                   READ VISITANTES-DIA NEXT RECORD AT END
                       SET FIN-VISITANTES TO TRUE END-READ
               END-PERFORM
               CLOSE VISITANTES-DIA
           END-IF.
           OPEN INPUT CONSULTAS-REF.
           IF F-NOEXISTE-REF
               CLOSE CONSULTAS-REF
           ELSE
               READ CONSULTAS-REF AT END SET FIN-CONSULTAS TO TRUE
               END-READ
               PERFORM UNTIL FIN-CONSULTAS
                   IF REF-FECHA (1:6) = WS-MES
                       PERFORM 055-SUMAR-CONSULTA
                   END-IF
                   READ CONSULTAS-REF AT END SET FIN-CONSULTAS
                       TO TRUE END-READ
               END-PERFORM
               CLOSE CONSULTAS-REF
           END-IF.
           PERFORM 060-ESCRIBIR-RESUMEN.
       050-RESUMEN-MENSUAL-EXIT.
           EXIT.

       055-SUMAR-CONSULTA.
           MOVE ZEROS TO WS-IND-HALLADO.
           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                   UNTIL WS-IND-TIPO > 4 OR WS-IND-HALLADO NOT = ZEROS
               IF TIP-CODIGO (WS-IND-TIPO) = REF-TIPO
                   MOVE WS-IND-TIPO TO WS-IND-HALLADO
               END-IF
           END-PERFORM.
           IF WS-IND-HALLADO NOT = ZEROS
               MOVE REF-SUCURSAL TO WS-SUC-BUSCADA
               PERFORM 080-UBICAR-SUCURSAL
               IF WS-IND-SUC-HALLADA NOT = ZEROS
                   ADD REF-CANTIDAD TO SUC-CONSULTAS
                       (WS-IND-SUC-HALLADA, WS-IND-HALLADO)
               END-IF
               ADD REF-CANTIDAD TO WS-TOTAL-CONSULTAS
           END-IF.

       060-ESCRIBIR-RESUMEN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORTE-MES.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "VISITANTES Y CONSULTAS DE REFERENCIA - MES "
                                       DELIMITED BY SIZE
                   WS-MES              DELIMITED BY SIZE
                   " - GENERADO "      DELIMITED BY SIZE
                   WS-FECHA-HOY        DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "SUC|VISITANTES|DIAS|DIRECC|CATALG|INVEST|COMPUT|CONSU"
                   TO LINEA-REPORTE.
           MOVE "LTAS" TO LINEA-REPORTE (54:4).
           WRITE LINEA-REPORTE.
           DISPLAY " ".
           DISPLAY "===== MES " WS-MES " =====".
           PERFORM VARYING WS-IND-SUC FROM 1 BY 1
                   UNTIL WS-IND-SUC > WS-CANT-SUCURSALES
               COMPUTE WS-CONSULTAS-SUC =
                       SUC-CONSULTAS (WS-IND-SUC, 1)
                     + SUC-CONSULTAS (WS-IND-SUC, 2)
                     + SUC-CONSULTAS (WS-IND-SUC, 3)
                     + SUC-CONSULTAS (WS-IND-SUC, 4)
               MOVE SPACES TO LINEA-REPORTE
               STRING SUC-CODIGO (WS-IND-SUC)       DELIMITED BY SIZE
                       "|"                          DELIMITED BY SIZE
                       SUC-VISITANTES (WS-IND-SUC)  DELIMITED BY SIZE
                       "   |"                       DELIMITED BY SIZE
                       SUC-DIAS (WS-IND-SUC)        DELIMITED BY SIZE
                       "  |"                        DELIMITED BY SIZE
                       SUC-CONSULTAS (WS-IND-SUC, 1) DELIMITED BY SIZE
                       "|"                          DELIMITED BY SIZE
                       SUC-CONSULTAS (WS-IND-SUC, 2) DELIMITED BY SIZE
                       "|"                          DELIMITED BY SIZE
                       SUC-CONSULTAS (WS-IND-SUC, 3) DELIMITED BY SIZE
                       "|"                          DELIMITED BY SIZE
                       SUC-CONSULTAS (WS-IND-SUC, 4) DELIMITED BY SIZE
                       "|"                          DELIMITED BY SIZE
                       WS-CONSULTAS-SUC             DELIMITED BY SIZE
                       INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               DISPLAY LINEA-REPORTE
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL DEL MES: VISITANTES " DELIMITED BY SIZE
                   WS-TOTAL-VISITANTES         DELIMITED BY SIZE
                   " CONSULTAS "               DELIMITED BY SIZE
                   WS-TOTAL-CONSULTAS          DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           DISPLAY LINEA-REPORTE.
           CLOSE REPORTE-MES.
           DISPLAY "VISITANTES-MENSUAL.LST GENERADO.".

      *UBICA (O AGREGA) LA SUCURSAL WS-SUC-BUSCADA EN LA TABLA DEL
      *RESUMEN, MISMO CRITERIO QUE REP-CIERRE-DIARIO.
       080-UBICAR-SUCURSAL.
           IF WS-SUC-BUSCADA = SPACES
               MOVE "---" TO WS-SUC-BUSCADA
           END-IF.
           MOVE ZEROS TO WS-IND-SUC-HALLADA.
           PERFORM VARYING WS-IND-SUC FROM 1 BY 1
                   UNTIL WS-IND-SUC > WS-CANT-SUCURSALES
                       OR WS-IND-SUC-HALLADA NOT = ZEROS
               IF SUC-CODIGO (WS-IND-SUC) = WS-SUC-BUSCADA
                   MOVE WS-IND-SUC TO WS-IND-SUC-HALLADA
               END-IF
           END-PERFORM.
           IF WS-IND-SUC-HALLADA = ZEROS
               AND WS-CANT-SUCURSALES < MAX-SUCURSALES
               ADD 1 TO WS-CANT-SUCURSALES
               MOVE WS-SUC-BUSCADA
                       TO SUC-CODIGO (WS-CANT-SUCURSALES)
               MOVE WS-CANT-SUCURSALES TO WS-IND-SUC-HALLADA
           END-IF.

       090-ABRIR-VISITANTES.
           OPEN I-O VISITANTES-DIA.
           IF F-NOEXISTE-VTD
               CLOSE VISITANTES-DIA
               OPEN OUTPUT VISITANTES-DIA
               CLOSE VISITANTES-DIA
               OPEN I-O VISITANTES-DIA
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "CONTEO-VISITAS "  DELIMITED BY SIZE
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
       END PROGRAM CONTEO-VISITAS.
