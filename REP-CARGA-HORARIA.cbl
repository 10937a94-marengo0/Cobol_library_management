       IDENTIFICATION DIVISION.
       PROGRAM-ID.                REP-CARGA-HORARIA.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *CARGA DEL MOSTRADOR POR DIA DE SEMANA Y HORA CONTRA EL
      *PLANTEL: CUANTA GENTE PONER EN CADA TURNO SE DECIDIA A OJO.
      *PARA EL PERIODO PEDIDO CUENTA, POR SUCURSAL, DIA DE SEMANA Y
      *HORA:
      *- LAS TRANSACCIONES: LOS TICKETS CERRADOS (LINEAS "T" DE
      *  TICKETS-DIARIO.DAT, CON LA SUCURSAL DE SU LINEA EN
      *  VENTAS-DIARIO.DAT) Y LAS IMAGENES DE PRESTAMO, DEVOLUCION Y
      *  RENOVACION DE JORNAL-DIARIO.DAT (LA SUCURSAL ES LA DEL
      *  PRESTAMO). EL JORNAL SE VACIA DESPUES DE CADA RESGUARDO
      *  BUENO, ASI QUE SOLO CUBRE LO QUE TODAVIA TENGA.
      *- EL PLANTEL: LAS PERSONAS CON TURNO ASIGNADO EN PLANTEL.DAT
      *  (MANT-PLANTEL) EN ESA SUCURSAL, REPARTIDAS EN LAS HORAS DE
      *  SU TURNO (TABLA DE HORARIOS MAS ABAJO).
      *CADA FRANJA CON MOVIMIENTO O CON PLANTEL SALE CON EL PROMEDIO
      *POR DIA Y LAS TRANSACCIONES POR PERSONA, Y SE MARCA "SIN
      *PERSONAL", "FALTA PERSONAL" (POR ENCIMA DEL MAXIMO POR PERSONA
      *Y HORA) O "SOBRA PERSONAL" (POR DEBAJO DEL MINIMO, CON MAS DE
      *UNA PERSONA EN LA FRANJA). LOS INGRESOS DE OPERADORES DE
      *TERMINALES.REG SALEN APARTE POR DIA Y HORA PARA TODAS LAS
      *SUCURSALES JUNTAS, PORQUE ESE REGISTRO NO LLEVA SUCURSAL.
      *TODO EN CARGA-HORARIA.LST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *DIARIO PERMANENTE DE TICKETS DE VENTAS-LOCAL (TESTING.CBL).
           SELECT TICKETS-DIARIO ASSIGN TO "TICKETS-DIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TICKETS.

      *DIARIO DE VENTAS FECHADO: DA LA SUCURSAL DE CADA TICKET.
           SELECT VENTAS-DIARIO ASSIGN TO "VENTAS-DIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTAS-DIARIO.

      *JORNAL DE IMAGENES POSTERIORES DE REGISTROLIBROS.
           SELECT JORNAL-DIARIO ASSIGN TO "JORNAL-DIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

           SELECT TERMINALES ASSIGN TO "TERMINALES.REG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TERMINALES.

      *AGENDA FECHADA DEL PERSONAL (MANT-PLANTEL).
           SELECT PLANTEL ASSIGN TO "PLANTEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLANTEL.

           SELECT REPORTE-CARGA ASSIGN TO "CARGA-HORARIA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD TICKETS-DIARIO.
       01 LINEA-TICKET-DIARIO.
           05 TKT-NUMERO              PIC 9(6).
           05 TKT-FECHA               PIC 9(8).
           05 TKT-HORA                PIC 9(8).
           05 TKT-TIPO                PIC X(1).
               88 TKT-ES-TOTAL        VALUE "T".
           05 FILLER                  PIC X(53).

       FD VENTAS-DIARIO.
       01 LINEA-DIARIO.
           05 DIARIO-FECHA            PIC 9(8).
           05 DIARIO-TIPO             PIC X(01).
               88 DIARIO-ES-VENTA     VALUE "V".
           05 DIARIO-PRODUCTO         PIC 9(2).
           05 DIARIO-CANTIDAD         PIC 9(3).
           05 DIARIO-IMPORTE          PIC 9(6)V99.
           05 DIARIO-TICKET           PIC 9(6).
           05 DIARIO-SUCURSAL         PIC X(03).
           05 FILLER                  PIC X(25).

       FD JORNAL-DIARIO.
       01 LINEA-JORNAL.
           05 JRN-FECHA               PIC 9(8).
           05 JRN-HORA                PIC 9(8).
           05 JRN-ARCHIVO             PIC X(20).
           05 JRN-OPERACION           PIC X(1).
               88 JRN-ALTA            VALUE "W".
               88 JRN-MODIFICACION    VALUE "R".
           05 JRN-REGISTRO            PIC X(512).
      *VISTA DE LA IMAGEN DE REG-PRESTAMOS.DAT (DATOS-PRESTAMO DE
      *REGISTROLIBROS).
           05 JRN-PRESTAMO REDEFINES JRN-REGISTRO.
               10 FILLER              PIC X(38).
               10 JRN-PRE-SUCURSAL    PIC X(3).
               10 FILLER              PIC X(471).

       FD TERMINALES.
       01 LINEA-TERMINAL.
           05 TRM-OPERADOR            PIC X(11).
           05 TRM-PROGRAMA            PIC X(12).
           05 TRM-EVENTO              PIC X(1).
               88 TRM-ENTRA           VALUE "E".
           05 TRM-FECHA               PIC 9(8).
           05 TRM-HORA                PIC 9(8).

       FD PLANTEL.
       01 LINEA-PLANTEL.
           05 PLA-EMPLEADO            PIC 9(5).
           05 PLA-FECHA               PIC 9(8).
           05 PLA-TIPO                PIC X(1).
               88 PLA-TRABAJA         VALUE "T".
           05 PLA-TURNO               PIC X(1).
           05 PLA-MOTIVO              PIC X(3).
           05 PLA-SUCURSAL            PIC X(3).

       FD REPORTE-CARGA.
       01 LINEA-REPORTE               PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-TICKETS               PIC XX.
           88 FIN-TICKETS          VALUE "10".
           88 F-NOEXISTE-TKT       VALUE "35".
       77 FS-VENTAS-DIARIO         PIC XX.
           88 FIN-VENTAS-DIARIO    VALUE "10".
           88 F-NOEXISTE-DIARIO    VALUE "35".
       77 FS-JORNAL                PIC XX.
           88 FIN-JORNAL           VALUE "10".
           88 F-NOEXISTE-JRN       VALUE "35".
       77 FS-TERMINALES            PIC XX.
           88 FIN-TERMINALES       VALUE "10".
           88 F-NOEXISTE-TRM       VALUE "35".
       77 FS-PLANTEL               PIC XX.
           88 FIN-PLANTEL          VALUE "10".
           88 F-NOEXISTE-PLA       VALUE "35".
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

       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-DESDE                 PIC 9(8) VALUE ZEROS.
       77 WS-HASTA                 PIC 9(8) VALUE ZEROS.
       77 WS-SERIAL-DESDE          PIC 9(7) VALUE ZEROS.
       77 WS-SERIAL-HASTA          PIC 9(7) VALUE ZEROS.
       77 WS-DIA-SEMANA-DESDE      PIC 9(1) VALUE ZEROS.
       77 WS-CANT-DIAS             PIC 9(5) VALUE ZEROS.
       77 WS-IND-DIA-PERIODO       PIC 9(5) VALUE ZEROS.
       77 WS-COCIENTE              PIC 9(5) VALUE ZEROS.
       77 WS-RESTO                 PIC 9(1) VALUE ZEROS.

      *UMBRALES DE TRANSACCIONES POR PERSONA Y HORA.
       77 WS-MAXIMO-PERSONA        PIC 9(3) VALUE 20.
       77 WS-MINIMO-PERSONA        PIC 9(3) VALUE 4.

      *DIA DE SEMANA (1=LUNES .. 7=DOMINGO, COMO FECHA-SERIAL) Y
      *HORA (0 A 23) DE LA LINEA QUE SE ESTA CONTANDO.
       77 WS-DIA                   PIC 9(1) VALUE ZEROS.
       77 WS-HORA                  PIC 9(2) VALUE ZEROS.
       77 WS-IND-HORA              PIC 9(2) VALUE ZEROS.
       77 WS-HORA-DESDE            PIC 9(2) VALUE ZEROS.
       77 WS-HORA-HASTA            PIC 9(2) VALUE ZEROS.
       77 WS-LINEAS-FUERA          PIC 9(6) VALUE ZEROS.

      *CANTIDAD DE VECES QUE CADA DIA DE SEMANA CAE EN EL PERIODO,
      *PARA LOS PROMEDIOS POR DIA.
       01 TABLA-DIAS-PERIODO.
           05 DPE-CANTIDAD OCCURS 7 TIMES PIC 9(3).

       01 TABLA-NOMBRES-DIA-VALORES.
           05 FILLER               PIC X(21)
                                   VALUE "LUNMARMIEJUEVIESABDOM".
       01 TABLA-NOMBRES-DIA REDEFINES TABLA-NOMBRES-DIA-VALORES.
           05 NOMBRE-DIA OCCURS 7 TIMES PIC X(3).

      *HORARIO DE CADA TURNO DE PLANTEL.DAT: HORA DE ENTRADA Y
      *PRIMERA HORA YA FUERA DEL TURNO.
       01 TABLA-TURNOS-VALORES.
           05 FILLER               PIC X(5) VALUE "M0813".
           05 FILLER               PIC X(5) VALUE "A1318".
           05 FILLER               PIC X(5) VALUE "N1822".
       01 TABLA-TURNOS REDEFINES TABLA-TURNOS-VALORES.
           05 TUR-ENT OCCURS 3 TIMES.
               10 TUR-CODIGO       PIC X(1).
               10 TUR-DESDE        PIC 9(2).
               10 TUR-HASTA        PIC 9(2).
       77 WS-IND-TURNO             PIC 9(1) VALUE ZEROS.
       77 WS-TURNO-HALLADO         PIC 9(1) VALUE ZEROS.

      *SUCURSAL DE CADA TICKET DEL PERIODO, TOMADA DEL DIARIO DE
      *VENTAS (LOS TICKETS QUE NO APARECEN VAN A "---").
       77 MAX-TICKETS              PIC 9(5) VALUE 20000.
       01 TABLA-TICKETS.
           05 TKS-ENT OCCURS 20000 TIMES.
               10 TKS-NUMERO       PIC 9(6).
               10 TKS-SUCURSAL     PIC X(3).
       77 WS-CANT-TICKETS          PIC 9(5) VALUE ZEROS.
       77 WS-IND-TKT               PIC 9(5) VALUE ZEROS.
       77 WS-IND-TKT-HALLADO       PIC 9(5) VALUE ZEROS.
       77 WS-TICKETS-SIN-LUGAR     PIC 9(5) VALUE ZEROS.

      *TRANSACCIONES Y PERSONAS-HORA DE PLANTEL POR SUCURSAL, DIA
      *DE SEMANA Y HORA, SUMADAS SOBRE TODO EL PERIODO.
       77 MAX-SUCURSALES           PIC 9(2) VALUE 10.
       01 TABLA-SUCURSALES.
           05 SUC-ENT OCCURS 10 TIMES.
               10 SUC-CODIGO       PIC X(3).
               10 SUC-DIA OCCURS 7 TIMES.
                   15 SUC-HORA OCCURS 24 TIMES.
                       20 CRG-TRANSACCIONES PIC 9(6).
                       20 CRG-PLANTEL       PIC 9(5).
       77 WS-CANT-SUCURSALES       PIC 9(2) VALUE ZEROS.
       77 WS-SUC-BUSCADA           PIC X(3) VALUE SPACES.
       77 WS-IND-SUC               PIC 9(2) VALUE ZEROS.
       77 WS-IND-SUC-HALLADA       PIC 9(2) VALUE ZEROS.

      *INGRESOS DE OPERADORES POR DIA DE SEMANA Y HORA (TODAS LAS
      *SUCURSALES).
       01 TABLA-FIRMAS.
           05 FIR-DIA OCCURS 7 TIMES.
               10 FIR-HORA OCCURS 24 TIMES PIC 9(5).

      *VALORES DE LA FRANJA QUE SE ESTA INFORMANDO.
       77 WS-TRANS-PROMEDIO        PIC 9(5)V9 VALUE ZEROS.
       77 WS-PLANTEL-PROMEDIO      PIC 9(3)V9 VALUE ZEROS.
       77 WS-TRANS-PERSONA         PIC 9(5)V9 VALUE ZEROS.
       77 WS-TRANS-PROM-EDIT       PIC ZZZZ9.9.
       77 WS-PLANTEL-PROM-EDIT     PIC ZZ9.9.
       77 WS-TRANS-PERS-EDIT       PIC ZZZZ9.9.
       77 WS-MARCA                 PIC X(14) VALUE SPACES.
       77 WS-FRANJAS-FALTA         PIC 9(4) VALUE ZEROS.
       77 WS-FRANJAS-SOBRA         PIC 9(4) VALUE ZEROS.
       77 WS-FRANJAS-SIN-PERSONAL  PIC 9(4) VALUE ZEROS.

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
           DISPLAY "===== CARGA DEL MOSTRADOR CONTRA EL PLANTEL =====".
           DISPLAY "Desde (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DESDE.
           DISPLAY "Hasta (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-HASTA.
           PERFORM 020-VALIDAR-PERIODO THRU 020-VALIDAR-PERIODO-EXIT.
           IF WS-CANT-DIAS = ZEROS
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           DISPLAY "Maximo de transacciones por persona y hora "
                   "(ENTER = 20): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-MAXIMO-PERSONA.
           ACCEPT WS-MAXIMO-PERSONA.
           IF WS-MAXIMO-PERSONA = ZEROS
               MOVE 20 TO WS-MAXIMO-PERSONA
           END-IF.
           DISPLAY "Minimo de transacciones por persona y hora "
                   "(ENTER = 4): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-MINIMO-PERSONA.
           ACCEPT WS-MINIMO-PERSONA.
           IF WS-MINIMO-PERSONA = ZEROS
               MOVE 4 TO WS-MINIMO-PERSONA
           END-IF.
           INITIALIZE TABLA-SUCURSALES TABLA-FIRMAS TABLA-TICKETS.
           MOVE ZEROS TO WS-CANT-SUCURSALES WS-CANT-TICKETS
                         WS-LINEAS-FUERA WS-TICKETS-SIN-LUGAR.
           PERFORM 030-CARGAR-SUCURSAL-TICKETS
                   THRU 030-CARGAR-SUCURSAL-TICKETS-EXIT.
           PERFORM 040-CONTAR-TICKETS THRU 040-CONTAR-TICKETS-EXIT.
           PERFORM 050-CONTAR-JORNAL THRU 050-CONTAR-JORNAL-EXIT.
           PERFORM 060-CONTAR-FIRMAS THRU 060-CONTAR-FIRMAS-EXIT.
           PERFORM 070-CONTAR-PLANTEL THRU 070-CONTAR-PLANTEL-EXIT.
           PERFORM 090-GENERAR-REPORTE.
           DISPLAY "CARGA-HORARIA.LST GENERADO: "
                   WS-FRANJAS-FALTA " FRANJAS CON FALTA, "
                   WS-FRANJAS-SOBRA " CON SOBRA, "
                   WS-FRANJAS-SIN-PERSONAL " SIN PERSONAL.".
       010-PRINCIPAL-FIN.
           STOP RUN.

      *EL PERIODO SE PASA A SERIALES PARA CONTAR CUANTAS VECES CAE
      *CADA DIA DE SEMANA; WS-CANT-DIAS EN CERO CORTA LA CORRIDA.
       020-VALIDAR-PERIODO.
           MOVE ZEROS TO WS-CANT-DIAS.
           INITIALIZE TABLA-DIAS-PERIODO.
           MOVE "S" TO FSR-ACCION.
           MOVE WS-DESDE TO FSR-FECHA.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           IF FSR-RESULTADO NOT = "OK"
               DISPLAY "LA FECHA DESDE NO ES DE CALENDARIO."
               GO TO 020-VALIDAR-PERIODO-EXIT
           END-IF.
           MOVE FSR-SERIAL TO WS-SERIAL-DESDE.
           MOVE FSR-DIA-SEMANA TO WS-DIA-SEMANA-DESDE.
           MOVE "S" TO FSR-ACCION.
           MOVE WS-HASTA TO FSR-FECHA.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           IF FSR-RESULTADO NOT = "OK"
               DISPLAY "LA FECHA HASTA NO ES DE CALENDARIO."
               GO TO 020-VALIDAR-PERIODO-EXIT
           END-IF.
           MOVE FSR-SERIAL TO WS-SERIAL-HASTA.
           IF WS-SERIAL-HASTA < WS-SERIAL-DESDE
               DISPLAY "EL PERIODO ESTA INVERTIDO."
               GO TO 020-VALIDAR-PERIODO-EXIT
           END-IF.
           COMPUTE WS-CANT-DIAS = WS-SERIAL-HASTA - WS-SERIAL-DESDE
                                + 1.
           PERFORM VARYING WS-IND-DIA-PERIODO FROM 0 BY 1
                   UNTIL WS-IND-DIA-PERIODO >= WS-CANT-DIAS
               COMPUTE WS-COCIENTE = WS-IND-DIA-PERIODO
                                   + WS-DIA-SEMANA-DESDE - 1
               DIVIDE WS-COCIENTE BY 7
                   GIVING WS-COCIENTE REMAINDER WS-RESTO
               ADD 1 TO DPE-CANTIDAD (WS-RESTO + 1)
           END-PERFORM.
       020-VALIDAR-PERIODO-EXIT.
           EXIT.

      *SUCURSAL DE CADA TICKET VENDIDO EN EL PERIODO, DEL DIARIO DE
      *VENTAS (UNA ENTRADA POR TICKET).
       030-CARGAR-SUCURSAL-TICKETS.
           OPEN INPUT VENTAS-DIARIO.
           IF F-NOEXISTE-DIARIO
               MOVE "VENTAS-DIARIO.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-VENTAS-DIARIO TO WS-STATUS-ERROR
               MOVE "W" TO WS-SEVERIDAD-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE "E" TO WS-SEVERIDAD-ERROR
               CLOSE VENTAS-DIARIO
               GO TO 030-CARGAR-SUCURSAL-TICKETS-EXIT
           END-IF.
           READ VENTAS-DIARIO AT END SET FIN-VENTAS-DIARIO TO TRUE
           END-READ.
           PERFORM UNTIL FIN-VENTAS-DIARIO
               IF DIARIO-ES-VENTA
                   AND DIARIO-FECHA >= WS-DESDE
                   AND DIARIO-FECHA <= WS-HASTA
                   PERFORM 035-UBICAR-TICKET
                   IF WS-IND-TKT-HALLADO = ZEROS
                       IF WS-CANT-TICKETS < MAX-TICKETS
                           ADD 1 TO WS-CANT-TICKETS
                           MOVE DIARIO-TICKET
                                   TO TKS-NUMERO (WS-CANT-TICKETS)
                           MOVE DIARIO-SUCURSAL
                                   TO TKS-SUCURSAL (WS-CANT-TICKETS)
                       ELSE
                           ADD 1 TO WS-TICKETS-SIN-LUGAR
                       END-IF
                   END-IF
               END-IF
               READ VENTAS-DIARIO AT END SET FIN-VENTAS-DIARIO
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE VENTAS-DIARIO.
           IF WS-TICKETS-SIN-LUGAR NOT = ZEROS
               DISPLAY "AVISO: " WS-TICKETS-SIN-LUGAR " TICKETS NO "
                       "ENTRARON EN LA TABLA; SE CUENTAN BAJO ---."
           END-IF.
       030-CARGAR-SUCURSAL-TICKETS-EXIT.
           EXIT.

      *LOS TICKETS SE NUMERAN EN ORDEN, ASI QUE SE BUSCA DESDE EL
      *FINAL DE LA TABLA: EL ULTIMO CARGADO ES EL MAS PROBABLE.
       035-UBICAR-TICKET.
           MOVE ZEROS TO WS-IND-TKT-HALLADO.
           PERFORM VARYING WS-IND-TKT FROM WS-CANT-TICKETS BY -1
                   UNTIL WS-IND-TKT < 1
                       OR WS-IND-TKT-HALLADO NOT = ZEROS
               IF TKS-NUMERO (WS-IND-TKT) = DIARIO-TICKET
                   MOVE WS-IND-TKT TO WS-IND-TKT-HALLADO
               END-IF
           END-PERFORM.

      *UN TICKET CERRADO (LINEA "T") ES UNA TRANSACCION EN LA HORA
      *EN QUE SE CERRO.
       040-CONTAR-TICKETS.
           OPEN INPUT TICKETS-DIARIO.
           IF F-NOEXISTE-TKT
               MOVE "TICKETS-DIARIO.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-TICKETS TO WS-STATUS-ERROR
               MOVE "W" TO WS-SEVERIDAD-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE "E" TO WS-SEVERIDAD-ERROR
               CLOSE TICKETS-DIARIO
               GO TO 040-CONTAR-TICKETS-EXIT
           END-IF.
           READ TICKETS-DIARIO AT END SET FIN-TICKETS TO TRUE
           END-READ.
           PERFORM UNTIL FIN-TICKETS
               IF TKT-ES-TOTAL
                   AND TKT-FECHA >= WS-DESDE AND TKT-FECHA <= WS-HASTA
                   MOVE TKT-NUMERO TO DIARIO-TICKET
                   PERFORM 035-UBICAR-TICKET
                   IF WS-IND-TKT-HALLADO NOT = ZEROS
                       MOVE TKS-SUCURSAL (WS-IND-TKT-HALLADO)
                               TO WS-SUC-BUSCADA
                   ELSE
                       MOVE SPACES TO WS-SUC-BUSCADA
                   END-IF
                   MOVE TKT-FECHA TO FSR-FECHA
                   MOVE TKT-HORA (1:2) TO WS-HORA
                   PERFORM 080-SUMAR-TRANSACCION
               END-IF
               READ TICKETS-DIARIO AT END SET FIN-TICKETS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE TICKETS-DIARIO.
       040-CONTAR-TICKETS-EXIT.
           EXIT.

      *CADA IMAGEN DE REG-PRESTAMOS.DAT EN EL JORNAL ES UN PRESTAMO
      *(ALTA) O UNA DEVOLUCION O RENOVACION (MODIFICACION).
       050-CONTAR-JORNAL.
           OPEN INPUT JORNAL-DIARIO.
           IF F-NOEXISTE-JRN
               MOVE "JORNAL-DIARIO.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-JORNAL TO WS-STATUS-ERROR
               MOVE "W" TO WS-SEVERIDAD-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE "E" TO WS-SEVERIDAD-ERROR
               CLOSE JORNAL-DIARIO
               GO TO 050-CONTAR-JORNAL-EXIT
           END-IF.
           READ JORNAL-DIARIO AT END SET FIN-JORNAL TO TRUE
           END-READ.
           PERFORM UNTIL FIN-JORNAL
               IF JRN-ARCHIVO = "REG-PRESTAMOS.DAT"
                   AND (JRN-ALTA OR JRN-MODIFICACION)
                   AND JRN-FECHA >= WS-DESDE AND JRN-FECHA <= WS-HASTA
                   MOVE JRN-PRE-SUCURSAL TO WS-SUC-BUSCADA
                   MOVE JRN-FECHA TO FSR-FECHA
                   MOVE JRN-HORA (1:2) TO WS-HORA
                   PERFORM 080-SUMAR-TRANSACCION
               END-IF
               READ JORNAL-DIARIO AT END SET FIN-JORNAL TO TRUE
               END-READ
           END-PERFORM.
           CLOSE JORNAL-DIARIO.
       050-CONTAR-JORNAL-EXIT.
           EXIT.

      *INGRESOS DE OPERADORES ("E") DEL PERIODO POR DIA Y HORA.
       060-CONTAR-FIRMAS.
           OPEN INPUT TERMINALES.
           IF F-NOEXISTE-TRM
               CLOSE TERMINALES
               GO TO 060-CONTAR-FIRMAS-EXIT
           END-IF.
           READ TERMINALES AT END SET FIN-TERMINALES TO TRUE
           END-READ.
           PERFORM UNTIL FIN-TERMINALES
               IF TRM-ENTRA
                   AND TRM-FECHA >= WS-DESDE AND TRM-FECHA <= WS-HASTA
                   MOVE TRM-FECHA TO FSR-FECHA
                   PERFORM 085-DIA-DE-SEMANA
                   MOVE TRM-HORA (1:2) TO WS-HORA
                   IF WS-DIA NOT = ZEROS AND WS-HORA < 24
                       ADD 1 TO FIR-HORA (WS-DIA, WS-HORA + 1)
                   END-IF
               END-IF
               READ TERMINALES AT END SET FIN-TERMINALES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE TERMINALES.
       060-CONTAR-FIRMAS-EXIT.
           EXIT.

      *CADA PERSONA CON TURNO ASIGNADO EN EL PERIODO SUMA UNA
      *PERSONA-HORA EN CADA HORA DE SU TURNO, EN SU SUCURSAL (LAS
      *LINEAS VIEJAS SIN SUCURSAL SON DE SED).
       070-CONTAR-PLANTEL.
           OPEN INPUT PLANTEL.
           IF F-NOEXISTE-PLA
               DISPLAY "NO HAY AGENDA DE PLANTEL: TODAS LAS FRANJAS "
                       "CON MOVIMIENTO SALEN SIN PERSONAL."
               MOVE "PLANTEL.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-PLANTEL TO WS-STATUS-ERROR
               MOVE "W" TO WS-SEVERIDAD-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE "E" TO WS-SEVERIDAD-ERROR
               CLOSE PLANTEL
               GO TO 070-CONTAR-PLANTEL-EXIT
           END-IF.
           READ PLANTEL AT END SET FIN-PLANTEL TO TRUE END-READ.
           PERFORM UNTIL FIN-PLANTEL
               IF PLA-TRABAJA
                   AND PLA-FECHA >= WS-DESDE AND PLA-FECHA <= WS-HASTA
                   PERFORM 075-SUMAR-TURNO
               END-IF
               READ PLANTEL AT END SET FIN-PLANTEL TO TRUE END-READ
           END-PERFORM.
           CLOSE PLANTEL.
       070-CONTAR-PLANTEL-EXIT.
           EXIT.

       075-SUMAR-TURNO.
           MOVE ZEROS TO WS-TURNO-HALLADO.
           PERFORM VARYING WS-IND-TURNO FROM 1 BY 1
                   UNTIL WS-IND-TURNO > 3
                       OR WS-TURNO-HALLADO NOT = ZEROS
               IF TUR-CODIGO (WS-IND-TURNO) = PLA-TURNO
                   MOVE WS-IND-TURNO TO WS-TURNO-HALLADO
               END-IF
           END-PERFORM.
           IF WS-TURNO-HALLADO = ZEROS
               ADD 1 TO WS-LINEAS-FUERA
           ELSE
               MOVE PLA-FECHA TO FSR-FECHA
               PERFORM 085-DIA-DE-SEMANA
               MOVE PLA-SUCURSAL TO WS-SUC-BUSCADA
               IF WS-SUC-BUSCADA = SPACES
                   MOVE "SED" TO WS-SUC-BUSCADA
               END-IF
               PERFORM 087-UBICAR-SUCURSAL
               IF WS-DIA NOT = ZEROS AND WS-IND-SUC-HALLADA NOT = ZEROS
                   MOVE TUR-DESDE (WS-TURNO-HALLADO) TO WS-HORA-DESDE
                   MOVE TUR-HASTA (WS-TURNO-HALLADO) TO WS-HORA-HASTA
                   PERFORM VARYING WS-IND-HORA FROM WS-HORA-DESDE BY 1
                           UNTIL WS-IND-HORA >= WS-HORA-HASTA
                       ADD 1 TO CRG-PLANTEL (WS-IND-SUC-HALLADA,
                                             WS-DIA, WS-IND-HORA + 1)
                   END-PERFORM
               END-IF
           END-IF.

      *SUMA UNA TRANSACCION EN LA SUCURSAL WS-SUC-BUSCADA, EL DIA
      *DE SEMANA DE FSR-FECHA Y LA HORA WS-HORA.
       080-SUMAR-TRANSACCION.
           PERFORM 085-DIA-DE-SEMANA.
           PERFORM 087-UBICAR-SUCURSAL.
           IF WS-DIA = ZEROS OR WS-HORA > 23
               OR WS-IND-SUC-HALLADA = ZEROS
               ADD 1 TO WS-LINEAS-FUERA
           ELSE
               ADD 1 TO CRG-TRANSACCIONES (WS-IND-SUC-HALLADA,
                                           WS-DIA, WS-HORA + 1)
           END-IF.

      *DIA DE SEMANA DE FSR-FECHA EN WS-DIA (CERO SI LA FECHA NO ES
      *DE CALENDARIO).
       085-DIA-DE-SEMANA.
           MOVE "S" TO FSR-ACCION.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           IF FSR-RESULTADO = "OK"
               MOVE FSR-DIA-SEMANA TO WS-DIA
           ELSE
               MOVE ZEROS TO WS-DIA
           END-IF.

      *UBICA (O AGREGA) LA SUCURSAL WS-SUC-BUSCADA EN LA TABLA;
      *CERO SI LA TABLA SE LLENO. MISMO CRITERIO QUE
      *REP-CIERRE-DIARIO: SIN SUCURSAL SE AGRUPA BAJO "---".
       087-UBICAR-SUCURSAL.
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
               MOVE WS-SUC-BUSCADA TO SUC-CODIGO (WS-CANT-SUCURSALES)
               MOVE WS-CANT-SUCURSALES TO WS-IND-SUC-HALLADA
           END-IF.

       090-GENERAR-REPORTE.
           MOVE ZEROS TO WS-FRANJAS-FALTA WS-FRANJAS-SOBRA
                         WS-FRANJAS-SIN-PERSONAL.
           OPEN OUTPUT REPORTE-CARGA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CARGA DEL MOSTRADOR CONTRA EL PLANTEL "
                                       DELIMITED BY SIZE
                   WS-DESDE            DELIMITED BY SIZE
                   " AL "              DELIMITED BY SIZE
                   WS-HASTA            DELIMITED BY SIZE
                   " - GENERADO "      DELIMITED BY SIZE
                   WS-FECHA-HOY        DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TRANSACCIONES POR PERSONA Y HORA: MAXIMO "
                                       DELIMITED BY SIZE
                   WS-MAXIMO-PERSONA   DELIMITED BY SIZE
                   " MINIMO "          DELIMITED BY SIZE
                   WS-MINIMO-PERSONA   DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-IND-SUC FROM 1 BY 1
                   UNTIL WS-IND-SUC > WS-CANT-SUCURSALES
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "SUCURSAL "             DELIMITED BY SIZE
                       SUC-CODIGO (WS-IND-SUC) DELIMITED BY SIZE
                       INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "DIA|HORA|TRANS/DIA|PLANTEL/DIA|TRANS/PERSONA|"
                       TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 7
                   PERFORM VARYING WS-IND-HORA FROM 1 BY 1
                           UNTIL WS-IND-HORA > 24
                       IF CRG-TRANSACCIONES (WS-IND-SUC, WS-DIA,
                                             WS-IND-HORA) NOT = ZEROS
                          OR CRG-PLANTEL (WS-IND-SUC, WS-DIA,
                                          WS-IND-HORA) NOT = ZEROS
                           PERFORM 095-INFORMAR-FRANJA
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "INGRESOS DE OPERADORES POR DIA Y HORA (TODAS LAS SUCUR"
                   TO LINEA-REPORTE.
           MOVE "SALES):" TO LINEA-REPORTE (56:7).
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 7
               PERFORM VARYING WS-IND-HORA FROM 1 BY 1
                       UNTIL WS-IND-HORA > 24
                   IF FIR-HORA (WS-DIA, WS-IND-HORA) NOT = ZEROS
                       COMPUTE WS-HORA = WS-IND-HORA - 1
                       MOVE SPACES TO LINEA-REPORTE
                       STRING NOMBRE-DIA (WS-DIA) DELIMITED BY SIZE
                               " "                DELIMITED BY SIZE
                               WS-HORA            DELIMITED BY SIZE
                               ":00 "             DELIMITED BY SIZE
                               FIR-HORA (WS-DIA, WS-IND-HORA)
                                                  DELIMITED BY SIZE
                               INTO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-LINEAS-FUERA NOT = ZEROS
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "LINEAS NO UBICABLES (FECHA, HORA, TURNO O "
                                           DELIMITED BY SIZE
                       "SUCURSAL): "       DELIMITED BY SIZE
                       WS-LINEAS-FUERA     DELIMITED BY SIZE
                       INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           CLOSE REPORTE-CARGA.

      *UNA FRANJA (SUCURSAL WS-IND-SUC, DIA WS-DIA, HORA
      *WS-IND-HORA - 1): PROMEDIOS POR DIA Y MARCA DE PLANTEL.
       095-INFORMAR-FRANJA.
           COMPUTE WS-HORA = WS-IND-HORA - 1.
           MOVE ZEROS TO WS-TRANS-PROMEDIO WS-PLANTEL-PROMEDIO
                         WS-TRANS-PERSONA.
           MOVE SPACES TO WS-MARCA.
           IF DPE-CANTIDAD (WS-DIA) NOT = ZEROS
               COMPUTE WS-TRANS-PROMEDIO ROUNDED =
                   CRG-TRANSACCIONES (WS-IND-SUC, WS-DIA, WS-IND-HORA)
                   / DPE-CANTIDAD (WS-DIA)
               COMPUTE WS-PLANTEL-PROMEDIO ROUNDED =
                   CRG-PLANTEL (WS-IND-SUC, WS-DIA, WS-IND-HORA)
                   / DPE-CANTIDAD (WS-DIA)
           END-IF.
           IF CRG-PLANTEL (WS-IND-SUC, WS-DIA, WS-IND-HORA) = ZEROS
               MOVE "SIN PERSONAL" TO WS-MARCA
               ADD 1 TO WS-FRANJAS-SIN-PERSONAL
           ELSE
               COMPUTE WS-TRANS-PERSONA ROUNDED =
                   CRG-TRANSACCIONES (WS-IND-SUC, WS-DIA, WS-IND-HORA)
                   / CRG-PLANTEL (WS-IND-SUC, WS-DIA, WS-IND-HORA)
               EVALUATE TRUE
                   WHEN WS-TRANS-PERSONA > WS-MAXIMO-PERSONA
                       MOVE "FALTA PERSONAL" TO WS-MARCA
                       ADD 1 TO WS-FRANJAS-FALTA
                   WHEN WS-TRANS-PERSONA < WS-MINIMO-PERSONA
                        AND WS-PLANTEL-PROMEDIO > 1
                       MOVE "SOBRA PERSONAL" TO WS-MARCA
                       ADD 1 TO WS-FRANJAS-SOBRA
               END-EVALUATE
           END-IF.
           MOVE WS-TRANS-PROMEDIO   TO WS-TRANS-PROM-EDIT.
           MOVE WS-PLANTEL-PROMEDIO TO WS-PLANTEL-PROM-EDIT.
           MOVE WS-TRANS-PERSONA    TO WS-TRANS-PERS-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING NOMBRE-DIA (WS-DIA)  DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   WS-HORA              DELIMITED BY SIZE
                   ":00|  "             DELIMITED BY SIZE
                   WS-TRANS-PROM-EDIT   DELIMITED BY SIZE
                   "|      "            DELIMITED BY SIZE
                   WS-PLANTEL-PROM-EDIT DELIMITED BY SIZE
                   "|      "            DELIMITED BY SIZE
                   WS-TRANS-PERS-EDIT   DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   WS-MARCA             DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "REP-CARGA-HORARIA " DELIMITED BY SIZE
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
