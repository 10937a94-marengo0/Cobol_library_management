       IDENTIFICATION DIVISION.
       PROGRAM-ID.                RELOJ-ASISTENCIA.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *FICHADAS DEL RELOJ DE TARJETAS CONTRA LA AGENDA DEL PERSONAL.
      *EL RELOJ DEJA CADA DIA RELOJ-FICHADAS.DAT, UNA LINEA POR
      *FICHADA (LEGAJO EMP-NUMBER, FECHA, HORA HHMM, E=ENTRADA O
      *S=SALIDA). LA IMPORTACION DE UN DIA TOMA LA PRIMERA ENTRADA Y
      *LA ULTIMA SALIDA DE CADA LEGAJO, LAS CRUZA CON EL TURNO DE
      *PLANTEL.DAT (MANT-PLANTEL) Y DEJA UN REGISTRO POR LEGAJO Y
      *FECHA EN ASISTENCIA.DAT CON LAS EXCEPCIONES:
      *- LLEGADA TARDE O SALIDA TEMPRANA (FUERA DE LA TOLERANCIA
      *  RESPECTO DEL HORARIO DEL TURNO),
      *- FICHADA FALTANTE (SIN ENTRADA, SIN SALIDA O SIN NINGUNA),
      *- TRABAJO EN DIA DE AUSENCIA ANOTADA, Y
      *- FICHADAS SIN TURNO ASIGNADO ESE DIA.
      *EL DIA SIN EXCEPCIONES QUEDA APROBADO SOLO; EL RESTO QUEDA
      *PENDIENTE HASTA QUE UN SUPERVISOR LO CORRIJA O LO APRUEBE CON
      *UN MOTIVO (CADA CORRECCION QUEDA ADEMAS EN
      *ASISTENCIA-CORRECCIONES.LOG CON LO ANTERIOR Y LO NUEVO).
      *REIMPORTAR UN DIA NO PISA LOS REGISTROS YA CORREGIDOS. NOMINA
      *PAGA LOS DIAS APROBADOS CON HORAS Y MUESTRA LAS HORAS EN EL
      *RECIBO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ARCHIVO DIARIO DEL RELOJ DE TARJETAS.
           SELECT RELOJ-FICHADAS ASSIGN TO "RELOJ-FICHADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELOJ.

      *AGENDA FECHADA DEL PERSONAL (MANT-PLANTEL).
           SELECT PLANTEL ASSIGN TO "PLANTEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLANTEL.

      *UN REGISTRO POR LEGAJO Y FECHA CON LO FICHADO Y LO APROBADO.
           SELECT ASISTENCIA ASSIGN TO "ASISTENCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASI-CLAVE
               FILE STATUS IS FS-ASISTENCIA.

           SELECT CORRECCIONES ASSIGN TO "ASISTENCIA-CORRECCIONES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CORRECCIONES.

           SELECT LISTADO-EXCEPCIONES
               ASSIGN TO "ASISTENCIA-EXCEPCIONES.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD RELOJ-FICHADAS.
       01 LINEA-FICHADA.
           05 FCH-EMPLEADO            PIC 9(5).
           05 FCH-FECHA               PIC 9(8).
           05 FCH-HORA                PIC 9(4).
           05 FCH-SENTIDO             PIC X(1).
               88 FCH-ENTRADA         VALUE "E".
               88 FCH-SALIDA          VALUE "S".

       FD PLANTEL.
       01 LINEA-PLANTEL.
           05 PLA-EMPLEADO            PIC 9(5).
           05 PLA-FECHA               PIC 9(8).
           05 PLA-TIPO                PIC X(1).
               88 PLA-TRABAJA         VALUE "T".
               88 PLA-AUSENTE         VALUE "A".
           05 PLA-TURNO               PIC X(1).
           05 PLA-MOTIVO              PIC X(3).
           05 PLA-SUCURSAL            PIC X(3).

       FD ASISTENCIA.
       01 DATOS-ASISTENCIA.
           05 ASI-CLAVE.
               10 ASI-EMPLEADO        PIC 9(5).
               10 ASI-FECHA           PIC 9(8).
      *T=TURNO ASIGNADO, A=AUSENCIA ANOTADA, BLANCO=SIN AGENDA.
           05 ASI-TIPO-PLANTEL        PIC X(1).
           05 ASI-TURNO               PIC X(1).
           05 ASI-SUCURSAL            PIC X(3).
      *HHMM; 9999 = NO HAY FICHADA.
           05 ASI-ENTRADA             PIC 9(4).
               88 ASI-SIN-ENTRADA     VALUE 9999.
           05 ASI-SALIDA              PIC 9(4).
               88 ASI-SIN-SALIDA      VALUE 9999.
           05 ASI-MINUTOS             PIC 9(4).
           05 ASI-EXCEPCIONES.
               10 ASI-LLEGADA-TARDE   PIC X(1).
                   88 ASI-ES-TARDE    VALUE "S".
               10 ASI-SALIDA-TEMPRANA PIC X(1).
                   88 ASI-ES-TEMPRANA VALUE "S".
               10 ASI-FALTA-FICHADA   PIC X(1).
                   88 ASI-ES-FALTANTE VALUE "S".
               10 ASI-TRABAJO-AUSENTE PIC X(1).
                   88 ASI-ES-AUSENTE  VALUE "S".
               10 ASI-SIN-TURNO       PIC X(1).
                   88 ASI-ES-SIN-TURNO VALUE "S".
           05 ASI-APROBADO            PIC X(1).
               88 ASI-APROBADA        VALUE "S".
           05 ASI-CORREGIDO           PIC X(1).
               88 ASI-FUE-CORREGIDA   VALUE "S".
           05 ASI-MOTIVO              PIC X(30).
           05 ASI-SUPERVISOR          PIC X(11).
           05 ASI-FECHA-CORRECCION    PIC 9(8).

       FD CORRECCIONES.
       01 LINEA-CORRECCION.
           05 COR-EMPLEADO            PIC 9(5).
           05 COR-FECHA               PIC 9(8).
           05 COR-ENTRADA-ANTERIOR    PIC 9(4).
           05 COR-SALIDA-ANTERIOR     PIC 9(4).
           05 COR-ENTRADA-NUEVA       PIC 9(4).
           05 COR-SALIDA-NUEVA        PIC 9(4).
           05 COR-MOTIVO              PIC X(30).
           05 COR-SUPERVISOR          PIC X(11).
           05 COR-FECHA-CORRECCION    PIC 9(8).
           05 COR-HORA-CORRECCION     PIC 9(8).

       FD LISTADO-EXCEPCIONES.
       01 LINEA-LISTADO               PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-RELOJ                 PIC XX.
           88 FIN-RELOJ            VALUE "10".
           88 F-NOEXISTE-RELOJ     VALUE "35".

       77 FS-PLANTEL               PIC XX.
           88 FIN-PLANTEL          VALUE "10".
           88 F-NOEXISTE-PLA       VALUE "35".

       77 FS-ASISTENCIA            PIC XX.
           88 ESTA-ASISTENCIA      VALUE "00" "02".
           88 FIN-ASISTENCIA       VALUE "10".
           88 F-NOEXISTE-ASI       VALUE "35".

       77 FS-CORRECCIONES          PIC XX.
           88 F-NOEXISTE-COR       VALUE "05" "35".

       77 FS-LISTADO               PIC XX.

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
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-FECHA                 PIC 9(8) VALUE ZEROS.
       77 WS-DESDE                 PIC 9(8) VALUE ZEROS.
       77 WS-HASTA                 PIC 9(8) VALUE ZEROS.
       77 WS-EMPLEADO              PIC 9(5) VALUE ZEROS.
       77 WS-CONFIRMA              PIC X VALUE "N".
       77 WS-SOLO-PENDIENTES       PIC X VALUE "S".
       77 WS-LINEAS-LEIDAS         PIC 9(5) VALUE ZEROS.
       77 WS-LINEAS-RECHAZADAS     PIC 9(5) VALUE ZEROS.
       77 WS-GRABADOS              PIC 9(4) VALUE ZEROS.
       77 WS-RESPETADOS            PIC 9(4) VALUE ZEROS.
       77 WS-CANT-EXCEPCIONES      PIC 9(4) VALUE ZEROS.
       77 WS-HORA-CORRECCION       PIC 9(8) VALUE ZEROS.

      *MINUTOS DE TOLERANCIA ANTES DE MARCAR TARDE O TEMPRANO.
       77 WS-TOLERANCIA            PIC 9(2) VALUE 5.

      *HORARIO DE CADA TURNO DE PLANTEL.DAT: HORA DE ENTRADA Y
      *HORA DE SALIDA (EL MISMO QUE USA REP-CARGA-HORARIA).
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

      *PRIMERA ENTRADA Y ULTIMA SALIDA DEL DIA POR LEGAJO.
       77 MAX-FICHADAS             PIC 9(3) VALUE 300.
       01 TABLA-FICHADAS.
           05 FIC-ENT OCCURS 300 TIMES.
               10 FIC-EMPLEADO     PIC 9(5).
               10 FIC-ENTRADA      PIC 9(4).
               10 FIC-SALIDA       PIC 9(4).
               10 FIC-USADA        PIC X(1).
       77 WS-CANT-FICHADAS         PIC 9(3) VALUE ZEROS.
       77 WS-IND-FIC               PIC 9(3) VALUE ZEROS.
       77 WS-IND-FIC-HALLADA       PIC 9(3) VALUE ZEROS.

      *CUENTAS DE HORARIO EN MINUTOS DESDE LAS 00:00.
       01 WS-HHMM                  PIC 9(4) VALUE ZEROS.
       01 WS-HHMM-R REDEFINES WS-HHMM.
           05 WS-HH                PIC 9(2).
           05 WS-MM                PIC 9(2).
       77 WS-MIN-ENTRADA           PIC 9(4) VALUE ZEROS.
       77 WS-MIN-SALIDA            PIC 9(4) VALUE ZEROS.
       77 WS-MIN-TURNO-DESDE       PIC 9(4) VALUE ZEROS.
       77 WS-MIN-TURNO-HASTA       PIC 9(4) VALUE ZEROS.
       77 WS-HORA-VALIDA           PIC X VALUE "N".
           88 HORA-VALIDA          VALUE "S".

      *DATOS DE LA CORRECCION.
       77 WS-ENTRADA-NUEVA         PIC 9(4) VALUE ZEROS.
       77 WS-SALIDA-NUEVA          PIC 9(4) VALUE ZEROS.
       77 WS-ENTRADA-ANTERIOR      PIC 9(4) VALUE ZEROS.
       77 WS-SALIDA-ANTERIOR       PIC 9(4) VALUE ZEROS.
       77 WS-HORA-TEXTO            PIC X(4) VALUE SPACES.
       77 WS-MOTIVO                PIC X(30) VALUE SPACES.
       77 WS-SUPERVISOR            PIC X(11) VALUE SPACES.
       77 WS-ES-ALTA               PIC X VALUE "N".
           88 ES-ALTA              VALUE "S".

      *LINEA DEL LISTADO DE EXCEPCIONES.
       77 WS-DETALLE-EXCEPCION     PIC X(40) VALUE SPACES.
       77 WS-PUNTERO               PIC 9(2) VALUE ZEROS.

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== RELOJ DE ASISTENCIA ====="
               DISPLAY "1. IMPORTAR LAS FICHADAS DE UN DIA"
               DISPLAY "2. CORREGIR O APROBAR UN DIA"
               DISPLAY "3. LISTAR EXCEPCIONES"
               DISPLAY "9. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-IMPORTAR-DIA
                                  THRU 020-IMPORTAR-DIA-EXIT
                   WHEN 2 PERFORM 040-CORREGIR-DIA
                                  THRU 040-CORREGIR-DIA-EXIT
                   WHEN 3 PERFORM 050-LISTAR-EXCEPCIONES
                                  THRU 050-LISTAR-EXCEPCIONES-EXIT
                   WHEN 9 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *IMPORTA UN DIA: FICHADAS A MEMORIA, DESPUES UNA PASADA POR
      *LA AGENDA DEL DIA Y AL FINAL LOS QUE FICHARON SIN AGENDA.
       020-IMPORTAR-DIA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "FECHA A IMPORTAR (AAAAMMDD, ENTER = HOY): "
                   WITH NO ADVANCING.
           MOVE ZEROS TO WS-FECHA.
           ACCEPT WS-FECHA.
           IF WS-FECHA = ZEROS
               MOVE WS-FECHA-HOY TO WS-FECHA
           END-IF.
           MOVE ZEROS TO WS-CANT-FICHADAS WS-LINEAS-LEIDAS
                         WS-LINEAS-RECHAZADAS WS-GRABADOS
                         WS-RESPETADOS.
           OPEN INPUT RELOJ-FICHADAS.
           IF F-NOEXISTE-RELOJ
               DISPLAY "NO HAY RELOJ-FICHADAS.DAT PARA IMPORTAR."
               MOVE "RELOJ-FICHADAS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-RELOJ             TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE RELOJ-FICHADAS
               GO TO 020-IMPORTAR-DIA-EXIT
           END-IF.
           READ RELOJ-FICHADAS AT END SET FIN-RELOJ TO TRUE
           END-READ.
           PERFORM UNTIL FIN-RELOJ
               IF FCH-FECHA = WS-FECHA
                   ADD 1 TO WS-LINEAS-LEIDAS
                   PERFORM 025-ACUMULAR-FICHADA
               END-IF
               READ RELOJ-FICHADAS AT END SET FIN-RELOJ TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RELOJ-FICHADAS.
           PERFORM 090-ABRIR-ASISTENCIA.
           OPEN INPUT PLANTEL.
           IF F-NOEXISTE-PLA
               DISPLAY "NO HAY AGENDA DE PLANTEL: TODAS LAS FICHADAS "
                       "QUEDAN COMO SIN TURNO."
               CLOSE PLANTEL
           ELSE
               READ PLANTEL AT END SET FIN-PLANTEL TO TRUE END-READ
               PERFORM UNTIL FIN-PLANTEL
                   IF PLA-FECHA = WS-FECHA
                       PERFORM 030-ARMAR-DIA-AGENDADO
                               THRU 030-ARMAR-DIA-AGENDADO-FIN
                   END-IF
                   READ PLANTEL AT END SET FIN-PLANTEL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PLANTEL
           END-IF.
           PERFORM VARYING WS-IND-FIC FROM 1 BY 1
                   UNTIL WS-IND-FIC > WS-CANT-FICHADAS
               IF FIC-USADA (WS-IND-FIC) NOT = "S"
                   PERFORM 035-ARMAR-DIA-SIN-TURNO
               END-IF
           END-PERFORM.
           CLOSE ASISTENCIA.
           DISPLAY WS-LINEAS-LEIDAS " FICHADAS DEL DIA, "
                   WS-LINEAS-RECHAZADAS " RECHAZADAS, "
                   WS-GRABADOS " DIAS GRABADOS, "
                   WS-RESPETADOS " YA CORREGIDOS SIN TOCAR.".
           MOVE WS-FECHA TO WS-DESDE WS-HASTA.
           MOVE "S" TO WS-SOLO-PENDIENTES.
           PERFORM 055-ESCRIBIR-LISTADO THRU 055-ESCRIBIR-LISTADO-EXIT.
       020-IMPORTAR-DIA-EXIT.
           EXIT.

      *PRIMERA ENTRADA Y ULTIMA SALIDA DE CADA LEGAJO.
       025-ACUMULAR-FICHADA.
           MOVE FCH-HORA TO WS-HHMM.
           PERFORM 080-VALIDAR-HORA.
           IF FCH-EMPLEADO NOT NUMERIC OR NOT HORA-VALIDA
               OR (NOT FCH-ENTRADA AND NOT FCH-SALIDA)
               ADD 1 TO WS-LINEAS-RECHAZADAS
           ELSE
               MOVE FCH-EMPLEADO TO WS-EMPLEADO
               PERFORM 027-UBICAR-FICHADA
               IF WS-IND-FIC-HALLADA = ZEROS
                   ADD 1 TO WS-LINEAS-RECHAZADAS
               ELSE
                   IF FCH-ENTRADA
                       IF FIC-ENTRADA (WS-IND-FIC-HALLADA) = 9999
                          OR FCH-HORA < FIC-ENTRADA (WS-IND-FIC-HALLADA)
                           MOVE FCH-HORA
                                   TO FIC-ENTRADA (WS-IND-FIC-HALLADA)
                       END-IF
                   ELSE
                       IF FIC-SALIDA (WS-IND-FIC-HALLADA) = 9999
                          OR FCH-HORA > FIC-SALIDA (WS-IND-FIC-HALLADA)
                           MOVE FCH-HORA
                                   TO FIC-SALIDA (WS-IND-FIC-HALLADA)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *UBICA (O AGREGA) EL LEGAJO WS-EMPLEADO EN LA TABLA DEL DIA;
      *CERO SI LA TABLA SE LLENO.
       027-UBICAR-FICHADA.
           MOVE ZEROS TO WS-IND-FIC-HALLADA.
           PERFORM VARYING WS-IND-FIC FROM 1 BY 1
                   UNTIL WS-IND-FIC > WS-CANT-FICHADAS
                       OR WS-IND-FIC-HALLADA NOT = ZEROS
               IF FIC-EMPLEADO (WS-IND-FIC) = WS-EMPLEADO
                   MOVE WS-IND-FIC TO WS-IND-FIC-HALLADA
               END-IF
           END-PERFORM.
           IF WS-IND-FIC-HALLADA = ZEROS
               AND WS-CANT-FICHADAS < MAX-FICHADAS
               ADD 1 TO WS-CANT-FICHADAS
               MOVE WS-EMPLEADO TO FIC-EMPLEADO (WS-CANT-FICHADAS)
               MOVE 9999        TO FIC-ENTRADA (WS-CANT-FICHADAS)
               MOVE 9999        TO FIC-SALIDA (WS-CANT-FICHADAS)
               MOVE "N"         TO FIC-USADA (WS-CANT-FICHADAS)
               MOVE WS-CANT-FICHADAS TO WS-IND-FIC-HALLADA
           END-IF.

      *UNA LINEA DE LA AGENDA DEL DIA (TURNO O AUSENCIA) CON LAS
      *FICHADAS DEL LEGAJO, SI LAS HUBO.
       030-ARMAR-DIA-AGENDADO.
           MOVE PLA-EMPLEADO TO WS-EMPLEADO.
           MOVE ZEROS TO WS-IND-FIC-HALLADA.
           PERFORM VARYING WS-IND-FIC FROM 1 BY 1
                   UNTIL WS-IND-FIC > WS-CANT-FICHADAS
                       OR WS-IND-FIC-HALLADA NOT = ZEROS
               IF FIC-EMPLEADO (WS-IND-FIC) = WS-EMPLEADO
                   MOVE WS-IND-FIC TO WS-IND-FIC-HALLADA
               END-IF
           END-PERFORM.
      *UNA AUSENCIA SIN FICHADAS NO DEJA REGISTRO: NO HAY NADA QUE
      *APROBAR NI QUE PAGAR.
           IF PLA-AUSENTE AND WS-IND-FIC-HALLADA = ZEROS
               GO TO 030-ARMAR-DIA-AGENDADO-FIN
           END-IF.
           MOVE WS-EMPLEADO TO ASI-EMPLEADO.
           MOVE WS-FECHA    TO ASI-FECHA.
           READ ASISTENCIA
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-ASISTENCIA AND ASI-FUE-CORREGIDA
               ADD 1 TO WS-RESPETADOS
               IF WS-IND-FIC-HALLADA NOT = ZEROS
                   MOVE "S" TO FIC-USADA (WS-IND-FIC-HALLADA)
               END-IF
               GO TO 030-ARMAR-DIA-AGENDADO-FIN
           END-IF.
           MOVE "N" TO WS-ES-ALTA.
           IF NOT ESTA-ASISTENCIA
               MOVE "S" TO WS-ES-ALTA
           END-IF.
           INITIALIZE DATOS-ASISTENCIA.
           MOVE WS-EMPLEADO  TO ASI-EMPLEADO.
           MOVE WS-FECHA     TO ASI-FECHA.
           MOVE PLA-TIPO     TO ASI-TIPO-PLANTEL.
           MOVE PLA-TURNO    TO ASI-TURNO.
           MOVE PLA-SUCURSAL TO ASI-SUCURSAL.
           IF ASI-SUCURSAL = SPACES
               MOVE "SED" TO ASI-SUCURSAL
           END-IF.
           IF WS-IND-FIC-HALLADA = ZEROS
               MOVE 9999 TO ASI-ENTRADA ASI-SALIDA
           ELSE
               MOVE FIC-ENTRADA (WS-IND-FIC-HALLADA) TO ASI-ENTRADA
               MOVE FIC-SALIDA (WS-IND-FIC-HALLADA)  TO ASI-SALIDA
               MOVE "S" TO FIC-USADA (WS-IND-FIC-HALLADA)
           END-IF.
           PERFORM 060-EVALUAR-DIA.
           PERFORM 038-GRABAR-DIA.
       030-ARMAR-DIA-AGENDADO-FIN.
           EXIT.

      *FICHO UN LEGAJO QUE NO TENIA NADA EN LA AGENDA ESE DIA.
       035-ARMAR-DIA-SIN-TURNO.
           MOVE FIC-EMPLEADO (WS-IND-FIC) TO ASI-EMPLEADO.
           MOVE WS-FECHA TO ASI-FECHA.
           READ ASISTENCIA
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-ASISTENCIA AND ASI-FUE-CORREGIDA
               ADD 1 TO WS-RESPETADOS
           ELSE
               MOVE "N" TO WS-ES-ALTA
               IF NOT ESTA-ASISTENCIA
                   MOVE "S" TO WS-ES-ALTA
               END-IF
               INITIALIZE DATOS-ASISTENCIA
               MOVE FIC-EMPLEADO (WS-IND-FIC) TO ASI-EMPLEADO
               MOVE WS-FECHA                  TO ASI-FECHA
               MOVE "SED"                     TO ASI-SUCURSAL
               MOVE FIC-ENTRADA (WS-IND-FIC)  TO ASI-ENTRADA
               MOVE FIC-SALIDA (WS-IND-FIC)   TO ASI-SALIDA
               PERFORM 060-EVALUAR-DIA
               PERFORM 038-GRABAR-DIA
           END-IF.

       038-GRABAR-DIA.
           IF ES-ALTA
               WRITE DATOS-ASISTENCIA
                   INVALID KEY CONTINUE
               END-WRITE
           ELSE
               REWRITE DATOS-ASISTENCIA
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
           IF ESTA-ASISTENCIA
               ADD 1 TO WS-GRABADOS
           ELSE
               MOVE "ASISTENCIA.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-ASISTENCIA    TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
           END-IF.

      *CORRECCION O APROBACION DE UN DIA POR UN SUPERVISOR: SE
      *PUEDEN CAMBIAR LA ENTRADA Y LA SALIDA (ENTER = SIN CAMBIO) Y
      *EL MOTIVO ES OBLIGATORIO. EL DIA QUEDA APROBADO Y CORREGIDO.
       040-CORREGIR-DIA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Legajo: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-EMPLEADO.
           ACCEPT WS-EMPLEADO.
           IF WS-EMPLEADO = ZEROS
               GO TO 040-CORREGIR-DIA-EXIT
           END-IF.
           DISPLAY "Fecha (AAAAMMDD): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-FECHA.
           ACCEPT WS-FECHA.
           IF WS-FECHA = ZEROS OR WS-FECHA > WS-FECHA-HOY
               DISPLAY "FECHA INVALIDA."
               GO TO 040-CORREGIR-DIA-EXIT
           END-IF.
           PERFORM 090-ABRIR-ASISTENCIA.
           MOVE WS-EMPLEADO TO ASI-EMPLEADO.
           MOVE WS-FECHA    TO ASI-FECHA.
           READ ASISTENCIA
               INVALID KEY CONTINUE
           END-READ.
           MOVE "N" TO WS-ES-ALTA.
           IF NOT ESTA-ASISTENCIA
               DISPLAY "NO HAY REGISTRO DE ESE DIA. CREARLO? (S/N): "
                       WITH NO ADVANCING
               MOVE "N" TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   CLOSE ASISTENCIA
                   GO TO 040-CORREGIR-DIA-EXIT
               END-IF
               MOVE "S" TO WS-ES-ALTA
               INITIALIZE DATOS-ASISTENCIA
               MOVE WS-EMPLEADO TO ASI-EMPLEADO
               MOVE WS-FECHA    TO ASI-FECHA
               MOVE "SED"       TO ASI-SUCURSAL
               MOVE 9999        TO ASI-ENTRADA ASI-SALIDA
           END-IF.
           PERFORM 045-MOSTRAR-DIA.
           MOVE ASI-ENTRADA TO WS-ENTRADA-ANTERIOR WS-ENTRADA-NUEVA.
           MOVE ASI-SALIDA  TO WS-SALIDA-ANTERIOR WS-SALIDA-NUEVA.
           DISPLAY "Entrada HHMM (ENTER = sin cambio): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-HORA-TEXTO.
           ACCEPT WS-HORA-TEXTO.
           IF WS-HORA-TEXTO NOT = SPACES
               IF WS-HORA-TEXTO NOT NUMERIC
                   DISPLAY "HORA INVALIDA."
                   CLOSE ASISTENCIA
                   GO TO 040-CORREGIR-DIA-EXIT
               END-IF
               MOVE WS-HORA-TEXTO TO WS-HHMM
               PERFORM 080-VALIDAR-HORA
               IF NOT HORA-VALIDA
                   DISPLAY "HORA INVALIDA."
                   CLOSE ASISTENCIA
                   GO TO 040-CORREGIR-DIA-EXIT
               END-IF
               MOVE WS-HHMM TO WS-ENTRADA-NUEVA
           END-IF.
           DISPLAY "Salida HHMM (ENTER = sin cambio): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-HORA-TEXTO.
           ACCEPT WS-HORA-TEXTO.
           IF WS-HORA-TEXTO NOT = SPACES
               IF WS-HORA-TEXTO NOT NUMERIC
                   DISPLAY "HORA INVALIDA."
                   CLOSE ASISTENCIA
                   GO TO 040-CORREGIR-DIA-EXIT
               END-IF
               MOVE WS-HORA-TEXTO TO WS-HHMM
               PERFORM 080-VALIDAR-HORA
               IF NOT HORA-VALIDA
                   DISPLAY "HORA INVALIDA."
                   CLOSE ASISTENCIA
                   GO TO 040-CORREGIR-DIA-EXIT
               END-IF
               MOVE WS-HHMM TO WS-SALIDA-NUEVA
           END-IF.
           DISPLAY "Motivo de la correccion: " WITH NO ADVANCING.
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               DISPLAY "SIN MOTIVO NO SE CORRIGE NI SE APRUEBA."
               CLOSE ASISTENCIA
               GO TO 040-CORREGIR-DIA-EXIT
           END-IF.
           DISPLAY "Supervisor: " WITH NO ADVANCING.
           MOVE SPACES TO WS-SUPERVISOR.
           ACCEPT WS-SUPERVISOR.
           IF WS-SUPERVISOR = SPACES
               DISPLAY "FALTA EL SUPERVISOR QUE CORRIGE."
               CLOSE ASISTENCIA
               GO TO 040-CORREGIR-DIA-EXIT
           END-IF.
           MOVE WS-ENTRADA-NUEVA TO ASI-ENTRADA.
           MOVE WS-SALIDA-NUEVA  TO ASI-SALIDA.
           PERFORM 060-EVALUAR-DIA.
      *LO QUE EL SUPERVISOR FIRMA QUEDA APROBADO AUNQUE SIGA CON
      *EXCEPCIONES (POR EJEMPLO UNA LLEGADA TARDE JUSTIFICADA).
           MOVE "S"           TO ASI-APROBADO.
           MOVE "S"           TO ASI-CORREGIDO.
           MOVE WS-MOTIVO     TO ASI-MOTIVO.
           MOVE WS-SUPERVISOR TO ASI-SUPERVISOR.
           MOVE WS-FECHA-HOY  TO ASI-FECHA-CORRECCION.
           PERFORM 038-GRABAR-DIA.
           CLOSE ASISTENCIA.
           PERFORM 048-ANOTAR-CORRECCION.
           PERFORM 045-MOSTRAR-DIA.
           DISPLAY "DIA CORREGIDO Y APROBADO.".
       040-CORREGIR-DIA-EXIT.
           EXIT.

       045-MOSTRAR-DIA.
           PERFORM 065-DESCRIBIR-EXCEPCIONES.
           DISPLAY "LEGAJO " ASI-EMPLEADO " FECHA " ASI-FECHA
                   " TURNO " ASI-TURNO " (" ASI-TIPO-PLANTEL ") "
                   ASI-SUCURSAL.
           DISPLAY "  ENTRADA " ASI-ENTRADA " SALIDA " ASI-SALIDA
                   " MINUTOS " ASI-MINUTOS " APROBADO " ASI-APROBADO.
           IF WS-DETALLE-EXCEPCION NOT = SPACES
               DISPLAY "  " WS-DETALLE-EXCEPCION
           END-IF.
           IF ASI-FUE-CORREGIDA
               DISPLAY "  CORREGIDO POR " ASI-SUPERVISOR " EL "
                       ASI-FECHA-CORRECCION ": " ASI-MOTIVO
           END-IF.

       048-ANOTAR-CORRECCION.
           OPEN EXTEND CORRECCIONES.
           IF F-NOEXISTE-COR
               CLOSE CORRECCIONES
               OPEN OUTPUT CORRECCIONES
           END-IF.
           ACCEPT WS-HORA-CORRECCION FROM TIME.
           MOVE WS-EMPLEADO         TO COR-EMPLEADO.
           MOVE WS-FECHA            TO COR-FECHA.
           MOVE WS-ENTRADA-ANTERIOR TO COR-ENTRADA-ANTERIOR.
           MOVE WS-SALIDA-ANTERIOR  TO COR-SALIDA-ANTERIOR.
           MOVE WS-ENTRADA-NUEVA    TO COR-ENTRADA-NUEVA.
           MOVE WS-SALIDA-NUEVA     TO COR-SALIDA-NUEVA.
           MOVE WS-MOTIVO           TO COR-MOTIVO.
           MOVE WS-SUPERVISOR       TO COR-SUPERVISOR.
           MOVE WS-FECHA-HOY        TO COR-FECHA-CORRECCION.
           MOVE WS-HORA-CORRECCION  TO COR-HORA-CORRECCION.
           WRITE LINEA-CORRECCION.
           CLOSE CORRECCIONES.

      *EXCEPCIONES DE UN RANGO DE FECHAS, EN PANTALLA Y EN
      *ASISTENCIA-EXCEPCIONES.LST.
       050-LISTAR-EXCEPCIONES.
           DISPLAY "Desde (AAAAMMDD): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-DESDE.
           ACCEPT WS-DESDE.
           DISPLAY "Hasta (AAAAMMDD): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-HASTA.
           ACCEPT WS-HASTA.
           DISPLAY "Solo pendientes de aprobar? (S/N): "
                   WITH NO ADVANCING.
           MOVE "S" TO WS-SOLO-PENDIENTES.
           ACCEPT WS-SOLO-PENDIENTES.
           IF WS-SOLO-PENDIENTES = "s"
               MOVE "S" TO WS-SOLO-PENDIENTES
           END-IF.
           PERFORM 055-ESCRIBIR-LISTADO THRU 055-ESCRIBIR-LISTADO-EXIT.
       050-LISTAR-EXCEPCIONES-EXIT.
           EXIT.

      *RECORRE ASISTENCIA.DAT ENTERO (LA CLAVE EMPIEZA POR EL
      *LEGAJO) Y LISTA LOS DIAS DEL RANGO CON ALGUNA EXCEPCION.
       055-ESCRIBIR-LISTADO.
           MOVE ZEROS TO WS-CANT-EXCEPCIONES.
           OPEN INPUT ASISTENCIA.
           IF F-NOEXISTE-ASI
               DISPLAY "TODAVIA NO HAY ASISTENCIA IMPORTADA."
               CLOSE ASISTENCIA
               GO TO 055-ESCRIBIR-LISTADO-EXIT
           END-IF.
           OPEN OUTPUT LISTADO-EXCEPCIONES.
           MOVE SPACES TO LINEA-LISTADO.
           STRING "EXCEPCIONES DE ASISTENCIA " DELIMITED BY SIZE
                   WS-DESDE                     DELIMITED BY SIZE
                   " AL "                       DELIMITED BY SIZE
                   WS-HASTA                     DELIMITED BY SIZE
                   INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "LEGAJO|FECHA   |T|SUC|ENTR|SALI|APR|EXCEPCIONES"
                   TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           DISPLAY LINEA-LISTADO.
           MOVE ZEROS TO ASI-CLAVE.
           START ASISTENCIA KEY IS NOT LESS THAN ASI-CLAVE
               INVALID KEY SET FIN-ASISTENCIA TO TRUE
           END-START.
           IF NOT FIN-ASISTENCIA
               READ ASISTENCIA NEXT RECORD AT END
                   SET FIN-ASISTENCIA TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-ASISTENCIA
               IF ASI-FECHA >= WS-DESDE AND ASI-FECHA <= WS-HASTA
                   AND ASI-EXCEPCIONES NOT = SPACES
                   AND (WS-SOLO-PENDIENTES NOT = "S"
                        OR NOT ASI-APROBADA)
                   PERFORM 065-DESCRIBIR-EXCEPCIONES
                   MOVE SPACES TO LINEA-LISTADO
                   STRING ASI-EMPLEADO " |"   DELIMITED BY SIZE
                           ASI-FECHA "|"      DELIMITED BY SIZE
                           ASI-TURNO "|"      DELIMITED BY SIZE
                           ASI-SUCURSAL "|"   DELIMITED BY SIZE
                           ASI-ENTRADA "|"    DELIMITED BY SIZE
                           ASI-SALIDA "| "    DELIMITED BY SIZE
                           ASI-APROBADO " |"  DELIMITED BY SIZE
                           WS-DETALLE-EXCEPCION DELIMITED BY SIZE
                           INTO LINEA-LISTADO
                   WRITE LINEA-LISTADO
                   DISPLAY LINEA-LISTADO
                   ADD 1 TO WS-CANT-EXCEPCIONES
               END-IF
               READ ASISTENCIA NEXT RECORD AT END
                   SET FIN-ASISTENCIA TO TRUE END-READ
           END-PERFORM.
           CLOSE ASISTENCIA.
           MOVE SPACES TO LINEA-LISTADO.
           STRING WS-CANT-EXCEPCIONES     DELIMITED BY SIZE
                   " DIAS CON EXCEPCIONES." DELIMITED BY SIZE
                   INTO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           DISPLAY LINEA-LISTADO.
           CLOSE LISTADO-EXCEPCIONES.
           DISPLAY "ASISTENCIA-EXCEPCIONES.LST GENERADO.".
       055-ESCRIBIR-LISTADO-EXIT.
           EXIT.

      *CALCULA MINUTOS TRABAJADOS Y EXCEPCIONES DEL REGISTRO CARGADO
      *EN DATOS-ASISTENCIA. SIN EXCEPCIONES QUEDA APROBADO.
       060-EVALUAR-DIA.
           MOVE SPACES TO ASI-EXCEPCIONES.
           MOVE ZEROS TO ASI-MINUTOS.
           MOVE "N" TO ASI-APROBADO.
           IF ASI-SIN-ENTRADA OR ASI-SIN-SALIDA
               MOVE "S" TO ASI-FALTA-FICHADA
           ELSE
               MOVE ASI-ENTRADA TO WS-HHMM
               COMPUTE WS-MIN-ENTRADA = WS-HH * 60 + WS-MM
               MOVE ASI-SALIDA TO WS-HHMM
               COMPUTE WS-MIN-SALIDA = WS-HH * 60 + WS-MM
               IF WS-MIN-SALIDA > WS-MIN-ENTRADA
                   COMPUTE ASI-MINUTOS = WS-MIN-SALIDA
                                       - WS-MIN-ENTRADA
               ELSE
                   MOVE "S" TO ASI-FALTA-FICHADA
               END-IF
           END-IF.
           EVALUATE ASI-TIPO-PLANTEL
               WHEN "A"
                   IF NOT ASI-SIN-ENTRADA OR NOT ASI-SIN-SALIDA
                       MOVE "S" TO ASI-TRABAJO-AUSENTE
                   END-IF
               WHEN "T"
                   PERFORM 062-CONTROLAR-HORARIO
                           THRU 062-CONTROLAR-HORARIO-FIN
               WHEN OTHER
                   MOVE "S" TO ASI-SIN-TURNO
           END-EVALUATE.
           IF ASI-EXCEPCIONES = SPACES
               MOVE "S" TO ASI-APROBADO
           END-IF.

      *LLEGADA TARDE Y SALIDA TEMPRANA CONTRA EL HORARIO DEL TURNO,
      *CON LA TOLERANCIA EN MINUTOS.
       062-CONTROLAR-HORARIO.
           MOVE ZEROS TO WS-TURNO-HALLADO.
           PERFORM VARYING WS-IND-TURNO FROM 1 BY 1
                   UNTIL WS-IND-TURNO > 3
                       OR WS-TURNO-HALLADO NOT = ZEROS
               IF TUR-CODIGO (WS-IND-TURNO) = ASI-TURNO
                   MOVE WS-IND-TURNO TO WS-TURNO-HALLADO
               END-IF
           END-PERFORM.
           IF WS-TURNO-HALLADO = ZEROS
               GO TO 062-CONTROLAR-HORARIO-FIN
           END-IF.
           COMPUTE WS-MIN-TURNO-DESDE =
                   TUR-DESDE (WS-TURNO-HALLADO) * 60 + WS-TOLERANCIA.
           COMPUTE WS-MIN-TURNO-HASTA =
                   TUR-HASTA (WS-TURNO-HALLADO) * 60 - WS-TOLERANCIA.
           IF NOT ASI-SIN-ENTRADA
               MOVE ASI-ENTRADA TO WS-HHMM
               IF WS-HH * 60 + WS-MM > WS-MIN-TURNO-DESDE
                   MOVE "S" TO ASI-LLEGADA-TARDE
               END-IF
           END-IF.
           IF NOT ASI-SIN-SALIDA
               MOVE ASI-SALIDA TO WS-HHMM
               IF WS-HH * 60 + WS-MM < WS-MIN-TURNO-HASTA
                   MOVE "S" TO ASI-SALIDA-TEMPRANA
               END-IF
           END-IF.
       062-CONTROLAR-HORARIO-FIN.
           EXIT.

      *TEXTO CORTO DE LAS EXCEPCIONES DEL REGISTRO CARGADO.
       065-DESCRIBIR-EXCEPCIONES.
           MOVE SPACES TO WS-DETALLE-EXCEPCION.
           MOVE 1 TO WS-PUNTERO.
           IF ASI-ES-TARDE
               STRING "TARDE " DELIMITED BY SIZE
                       INTO WS-DETALLE-EXCEPCION
                       WITH POINTER WS-PUNTERO
           END-IF.
           IF ASI-ES-TEMPRANA
               STRING "SALE-ANTES " DELIMITED BY SIZE
                       INTO WS-DETALLE-EXCEPCION
                       WITH POINTER WS-PUNTERO
           END-IF.
           IF ASI-ES-FALTANTE
               STRING "FALTA-FICHADA " DELIMITED BY SIZE
                       INTO WS-DETALLE-EXCEPCION
                       WITH POINTER WS-PUNTERO
           END-IF.
           IF ASI-ES-AUSENTE
               STRING "TRABAJO-EN-AUSENCIA " DELIMITED BY SIZE
                       INTO WS-DETALLE-EXCEPCION
                       WITH POINTER WS-PUNTERO
           END-IF.
           IF ASI-ES-SIN-TURNO
               STRING "SIN-TURNO " DELIMITED BY SIZE
                       INTO WS-DETALLE-EXCEPCION
                       WITH POINTER WS-PUNTERO
           END-IF.

      *DEJA HORA-VALIDA SI WS-HHMM ES UNA HORA DEL DIA.
       080-VALIDAR-HORA.
           MOVE "N" TO WS-HORA-VALIDA.
           IF WS-HHMM IS NUMERIC
               IF WS-HH < 24 AND WS-MM < 60
                   MOVE "S" TO WS-HORA-VALIDA
               END-IF
           END-IF.

       090-ABRIR-ASISTENCIA.
           OPEN I-O ASISTENCIA.
           IF F-NOEXISTE-ASI
               CLOSE ASISTENCIA
               OPEN OUTPUT ASISTENCIA
               CLOSE ASISTENCIA
               OPEN I-O ASISTENCIA
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "RELOJ-ASISTENCIA " DELIMITED BY SIZE
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
       END PROGRAM RELOJ-ASISTENCIA.
