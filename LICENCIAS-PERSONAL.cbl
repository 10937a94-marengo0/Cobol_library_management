       IDENTIFICATION DIVISION.
       PROGRAM-ID.                LICENCIAS-PERSONAL.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *DERECHO Y SALDO DE VACACIONES DEL PERSONAL. VACACIONES.DAT
      *GUARDA UN REGISTRO POR EMPLEADO Y ANIO CON LA FECHA DE
      *INGRESO, LOS DIAS QUE LE CORRESPONDEN ESE ANIO SEGUN LA
      *ANTIGUEDAD AL 31/12 (ESCALA MAS ABAJO), LOS DIAS ARRASTRADOS
      *DEL ANIO ANTERIOR (EL SALDO QUE QUEDO SIN USAR, HASTA UN
      *TOPE) Y LO USADO: LAS AUSENCIAS "VAC" Y "ENF" DE PLANTEL.DAT
      *(MANT-PLANTEL, QUE DESCUENTA LAS "VAC" AL ANOTARLAS Y AVISA
      *SI SE PASAN DEL SALDO). LOS DIAS USADOS SIEMPRE SE VUELVEN A
      *CONTAR DE PLANTEL.DAT, QUE ES LA FUENTE. OPCIONES:
      *- FECHA DE INGRESO DE UN EMPLEADO (ABRE O CORRIGE SU ANIO),
      *- ABRIR O RECALCULAR UN ANIO PARA TODO EL PLANTEL, CON EL
      *  ARRASTRE DEL ANIO ANTERIOR,
      *- SALDOS POR EMPLEADO CON LOS DIAS DE ENFERMEDAD DEL ANIO
      *  PARA PERSONAL, EN PANTALLA Y EN LICENCIAS-SALDOS.LST.
      *ESCALA: MENOS DE 6 MESES AL 31/12, UN DIA POR MES; HASTA 5
      *ANIOS, 14 DIAS; HASTA 10, 21; HASTA 20, 28; MAS DE 20, 35.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *UN REGISTRO POR EMPLEADO Y ANIO.
           SELECT VACACIONES ASSIGN TO "VACACIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAC-CLAVE
               FILE STATUS IS FS-VACACIONES.

      *AGENDA FECHADA DEL PERSONAL (MANT-PLANTEL).
           SELECT PLANTEL ASSIGN TO "PLANTEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLANTEL.

           SELECT MASTER-EMPLOYEES ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMPLEADOS.

           SELECT REPORTE-SALDOS ASSIGN TO "LICENCIAS-SALDOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD VACACIONES.
       01 DATOS-VACACIONES.
           05 VAC-CLAVE.
               10 VAC-EMPLEADO        PIC 9(5).
               10 VAC-ANIO            PIC 9(4).
           05 VAC-FECHA-INGRESO       PIC 9(8).
           05 VAC-DERECHO             PIC 9(2).
           05 VAC-ARRASTRE            PIC 9(2).
           05 VAC-TOMADOS             PIC 9(3).
           05 VAC-ENFERMEDAD          PIC 9(3).

       FD PLANTEL.
       01 LINEA-PLANTEL.
           05 PLA-EMPLEADO            PIC 9(5).
           05 PLA-FECHA               PIC 9(8).
           05 PLA-TIPO                PIC X(1).
               88 PLA-AUSENTE         VALUE "A".
           05 PLA-TURNO               PIC X(1).
           05 PLA-MOTIVO              PIC X(3).
           05 PLA-SUCURSAL            PIC X(3).

       FD MASTER-EMPLOYEES.
       01 EMPLOYEE-DETAILS.
           05 EMP-NUMBER          PIC 9(5).
           05 EMP-IDE             PIC X(30).
           05 FILLER              PIC X(22).
           05 EMP-PAID-PERIOD     PIC X(6).

       FD REPORTE-SALDOS.
       01 LINEA-REPORTE               PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-VACACIONES            PIC XX.
           88 ESTA-VACACIONES      VALUE "00" "02".
           88 FIN-VACACIONES       VALUE "10".
           88 F-NOEXISTE-VAC       VALUE "35".

       77 FS-PLANTEL               PIC XX.
           88 FIN-PLANTEL          VALUE "10".
           88 F-NOEXISTE-PLA       VALUE "35".

       77 FS-EMPLEADOS             PIC XX.
           88 FIN-EMPLEADOS        VALUE "10".
           88 F-NOEXISTE-EMP       VALUE "35".

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
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-ANIO                  PIC 9(4) VALUE ZEROS.
       77 WS-ANIO-ANTERIOR         PIC 9(4) VALUE ZEROS.
       77 WS-EMPLEADO              PIC 9(5) VALUE ZEROS.
       77 WS-EMP-EXISTE            PIC X VALUE "N".
           88 EMP-EXISTE           VALUE "S".
       77 WS-ES-ALTA               PIC X VALUE "N".
           88 ES-ALTA              VALUE "S".
       77 WS-CANT-ABIERTOS         PIC 9(4) VALUE ZEROS.
       77 WS-CANT-SIN-INGRESO      PIC 9(4) VALUE ZEROS.
       77 WS-CANT-LISTADOS         PIC 9(4) VALUE ZEROS.
       77 WS-TOTAL-ENFERMEDAD      PIC 9(5) VALUE ZEROS.

      *DIAS DE SALDO SIN USAR QUE PASAN AL ANIO SIGUIENTE.
       77 WS-TOPE-ARRASTRE         PIC 9(2) VALUE 7.

      *FECHA DE INGRESO Y CUENTA DEL DERECHO DEL ANIO.
       01 WS-FECHA-INGRESO         PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-INGRESO-R REDEFINES WS-FECHA-INGRESO.
           05 ING-ANIO             PIC 9(4).
           05 ING-MES              PIC 9(2).
           05 ING-DIA              PIC 9(2).
       77 WS-ANTIGUEDAD            PIC 9(3) VALUE ZEROS.
       77 WS-MESES                 PIC 9(2) VALUE ZEROS.
       77 WS-DERECHO               PIC 9(2) VALUE ZEROS.
       77 WS-ARRASTRE              PIC 9(2) VALUE ZEROS.
       77 WS-SALDO                 PIC S9(3) VALUE ZEROS.
       77 WS-SALDO-ED              PIC -ZZ9.

      *DIAS "VAC" Y "ENF" DE PLANTEL.DAT POR EMPLEADO, DEL ANIO
      *PEDIDO Y DEL ANTERIOR (PARA EL ARRASTRE).
       77 MAX-USO                  PIC 9(3) VALUE 500.
       01 TABLA-USO.
           05 USO-ENT OCCURS 500 TIMES.
               10 USO-EMPLEADO     PIC 9(5).
               10 USO-VAC          PIC 9(3).
               10 USO-ENF          PIC 9(3).
               10 USO-VAC-ANT      PIC 9(3).
               10 USO-LISTADO      PIC X(1).
       77 WS-CANT-USO              PIC 9(3) VALUE ZEROS.
       77 WS-IND-USO               PIC 9(3) VALUE ZEROS.
       77 WS-IND-USO-HALLADO       PIC 9(3) VALUE ZEROS.

      *NOMBRES DE EMPLOYEE.DAT PARA EL LISTADO.
       77 MAX-NOMBRES              PIC 9(3) VALUE 500.
       01 TABLA-NOMBRES.
           05 NOM-ENT OCCURS 500 TIMES.
               10 NOM-EMPLEADO     PIC 9(5).
               10 NOM-IDE          PIC X(30).
       77 WS-CANT-NOMBRES          PIC 9(3) VALUE ZEROS.
       77 WS-IND-NOM               PIC 9(3) VALUE ZEROS.
       77 WS-NOMBRE                PIC X(30) VALUE SPACES.

       01 FSR-PARAMETROS.
           05 FSR-ACCION           PIC X(1).
           05 FSR-FECHA            PIC 9(8).
           05 FSR-SERIAL           PIC 9(7).
           05 FSR-DIA-SEMANA       PIC 9(1).
           05 FSR-RESULTADO        PIC X(2).

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== VACACIONES Y LICENCIAS DEL PERSONAL ====="
               DISPLAY "1. FECHA DE INGRESO DE UN EMPLEADO"
               DISPLAY "2. ABRIR O RECALCULAR UN ANIO"
               DISPLAY "3. SALDOS POR EMPLEADO"
               DISPLAY "9. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-FECHA-INGRESO
                                  THRU 020-FECHA-INGRESO-EXIT
                   WHEN 2 PERFORM 030-ABRIR-ANIO
                                  THRU 030-ABRIR-ANIO-EXIT
                   WHEN 3 PERFORM 050-LISTAR-SALDOS
                                  THRU 050-LISTAR-SALDOS-EXIT
                   WHEN 9 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *CARGA O CORRIGE LA FECHA DE INGRESO Y DEJA ABIERTO EL ANIO
      *EN CURSO PARA ESE EMPLEADO.
       020-FECHA-INGRESO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY (1:4) TO WS-ANIO.
           DISPLAY "Legajo del empleado: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-EMPLEADO.
           ACCEPT WS-EMPLEADO.
           IF WS-EMPLEADO = ZEROS
               GO TO 020-FECHA-INGRESO-EXIT
           END-IF.
           PERFORM 070-VERIFICAR-EMPLEADO
                   THRU 070-VERIFICAR-EMPLEADO-FIN.
           IF NOT EMP-EXISTE
               DISPLAY "ESE LEGAJO NO ESTA EN EMPLOYEE.DAT."
               GO TO 020-FECHA-INGRESO-EXIT
           END-IF.
           DISPLAY "Fecha de ingreso (AAAAMMDD): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-FECHA-INGRESO.
           ACCEPT WS-FECHA-INGRESO.
           MOVE "S" TO FSR-ACCION.
           MOVE WS-FECHA-INGRESO TO FSR-FECHA.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           IF FSR-RESULTADO NOT = "OK"
               OR WS-FECHA-INGRESO > WS-FECHA-HOY
               DISPLAY "FECHA DE INGRESO INVALIDA."
               GO TO 020-FECHA-INGRESO-EXIT
           END-IF.
           PERFORM 060-CONTAR-USO THRU 060-CONTAR-USO-EXIT.
           PERFORM 090-ABRIR-VACACIONES.
           PERFORM 040-ARMAR-ANIO-EMPLEADO
                   THRU 040-ARMAR-ANIO-EMPLEADO-EXIT.
           DISPLAY "ANIO " WS-ANIO ": DERECHO " VAC-DERECHO
                   " DIAS, ARRASTRE " VAC-ARRASTRE
                   ", TOMADOS " VAC-TOMADOS ".".
           CLOSE VACACIONES.
       020-FECHA-INGRESO-EXIT.
           EXIT.

      *ABRE (O VUELVE A CALCULAR) EL ANIO PEDIDO PARA TODO EL
      *MAESTRO DE EMPLEADOS.
       030-ABRIR-ANIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Anio (AAAA, ENTER = el actual): "
                   WITH NO ADVANCING.
           MOVE ZEROS TO WS-ANIO.
           ACCEPT WS-ANIO.
           IF WS-ANIO = ZEROS
               MOVE WS-FECHA-HOY (1:4) TO WS-ANIO
           END-IF.
           DISPLAY "Tope de dias a arrastrar (ENTER = 7): "
                   WITH NO ADVANCING.
           MOVE ZEROS TO WS-TOPE-ARRASTRE.
           ACCEPT WS-TOPE-ARRASTRE.
           IF WS-TOPE-ARRASTRE = ZEROS
               MOVE 7 TO WS-TOPE-ARRASTRE
           END-IF.
           MOVE ZEROS TO WS-CANT-ABIERTOS WS-CANT-SIN-INGRESO.
           OPEN INPUT MASTER-EMPLOYEES.
           IF F-NOEXISTE-EMP
               DISPLAY "NO HAY MAESTRO DE EMPLEADOS."
               MOVE "EMPLOYEE.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-EMPLEADOS   TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE MASTER-EMPLOYEES
               GO TO 030-ABRIR-ANIO-EXIT
           END-IF.
           PERFORM 060-CONTAR-USO THRU 060-CONTAR-USO-EXIT.
           PERFORM 090-ABRIR-VACACIONES.
           READ MASTER-EMPLOYEES AT END SET FIN-EMPLEADOS TO TRUE
           END-READ.
           PERFORM UNTIL FIN-EMPLEADOS
               MOVE EMP-NUMBER TO WS-EMPLEADO
               MOVE ZEROS TO WS-FECHA-INGRESO
               PERFORM 040-ARMAR-ANIO-EMPLEADO
                       THRU 040-ARMAR-ANIO-EMPLEADO-EXIT
               READ MASTER-EMPLOYEES AT END SET FIN-EMPLEADOS
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE MASTER-EMPLOYEES.
           CLOSE VACACIONES.
           DISPLAY WS-CANT-ABIERTOS " EMPLEADOS CON EL ANIO "
                   WS-ANIO " ABIERTO.".
           IF WS-CANT-SIN-INGRESO > ZEROS
               DISPLAY WS-CANT-SIN-INGRESO " SIN FECHA DE INGRESO "
                       "CARGADA (OPCION 1)."
           END-IF.
       030-ABRIR-ANIO-EXIT.
           EXIT.

      *ARMA EL REGISTRO DE WS-EMPLEADO PARA WS-ANIO. LA FECHA DE
      *INGRESO LLEGA EN WS-FECHA-INGRESO O, SI VIENE EN CERO, SE
      *TOMA DEL REGISTRO DEL ANIO O DEL ANTERIOR. EL ARRASTRE SALE
      *DEL SALDO DEL ANIO ANTERIOR, CON EL TOPE.
       040-ARMAR-ANIO-EMPLEADO.
           COMPUTE WS-ANIO-ANTERIOR = WS-ANIO - 1.
           PERFORM 065-UBICAR-USO.
           MOVE ZEROS TO WS-ARRASTRE.
           MOVE WS-EMPLEADO      TO VAC-EMPLEADO.
           MOVE WS-ANIO-ANTERIOR TO VAC-ANIO.
           READ VACACIONES
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-VACACIONES
               IF WS-FECHA-INGRESO = ZEROS
                   MOVE VAC-FECHA-INGRESO TO WS-FECHA-INGRESO
               END-IF
               COMPUTE WS-SALDO = VAC-DERECHO + VAC-ARRASTRE
               IF WS-IND-USO-HALLADO NOT = ZEROS
                   SUBTRACT USO-VAC-ANT (WS-IND-USO-HALLADO)
                           FROM WS-SALDO
               END-IF
               IF WS-SALDO > WS-TOPE-ARRASTRE
                   MOVE WS-TOPE-ARRASTRE TO WS-ARRASTRE
               ELSE
                   IF WS-SALDO > ZEROS
                       MOVE WS-SALDO TO WS-ARRASTRE
                   END-IF
               END-IF
           END-IF.
           MOVE WS-EMPLEADO TO VAC-EMPLEADO.
           MOVE WS-ANIO     TO VAC-ANIO.
           READ VACACIONES
               INVALID KEY CONTINUE
           END-READ.
           MOVE "N" TO WS-ES-ALTA.
           IF NOT ESTA-VACACIONES
               MOVE "S" TO WS-ES-ALTA
           END-IF.
           IF NOT ES-ALTA AND WS-FECHA-INGRESO = ZEROS
               MOVE VAC-FECHA-INGRESO TO WS-FECHA-INGRESO
           END-IF.
           IF WS-FECHA-INGRESO = ZEROS
               ADD 1 TO WS-CANT-SIN-INGRESO
               GO TO 040-ARMAR-ANIO-EMPLEADO-EXIT
           END-IF.
           PERFORM 080-CALCULAR-DERECHO
                   THRU 080-CALCULAR-DERECHO-EXIT.
           MOVE WS-EMPLEADO      TO VAC-EMPLEADO.
           MOVE WS-ANIO          TO VAC-ANIO.
           MOVE WS-FECHA-INGRESO TO VAC-FECHA-INGRESO.
           MOVE WS-DERECHO       TO VAC-DERECHO.
           MOVE WS-ARRASTRE      TO VAC-ARRASTRE.
           MOVE ZEROS            TO VAC-TOMADOS VAC-ENFERMEDAD.
           IF WS-IND-USO-HALLADO NOT = ZEROS
               MOVE USO-VAC (WS-IND-USO-HALLADO) TO VAC-TOMADOS
               MOVE USO-ENF (WS-IND-USO-HALLADO) TO VAC-ENFERMEDAD
           END-IF.
           IF ES-ALTA
               WRITE DATOS-VACACIONES
                   INVALID KEY CONTINUE
               END-WRITE
           ELSE
               REWRITE DATOS-VACACIONES
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
           IF ESTA-VACACIONES
               ADD 1 TO WS-CANT-ABIERTOS
           ELSE
               MOVE "VACACIONES.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-VACACIONES    TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
           END-IF.
       040-ARMAR-ANIO-EMPLEADO-EXIT.
           EXIT.

      *SALDOS DEL ANIO PEDIDO. LO TOMADO SE RECUENTA DE PLANTEL.DAT;
      *AL FINAL SALEN LOS QUE TUVIERON DIAS DE ENFERMEDAD SIN TENER
      *EL ANIO ABIERTO, PARA QUE EL CONTEO DE PERSONAL SEA COMPLETO.
       050-LISTAR-SALDOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Anio (AAAA, ENTER = el actual): "
                   WITH NO ADVANCING.
           MOVE ZEROS TO WS-ANIO.
           ACCEPT WS-ANIO.
           IF WS-ANIO = ZEROS
               MOVE WS-FECHA-HOY (1:4) TO WS-ANIO
           END-IF.
           MOVE ZEROS TO WS-CANT-LISTADOS WS-TOTAL-ENFERMEDAD.
           OPEN INPUT VACACIONES.
           IF F-NOEXISTE-VAC
               DISPLAY "NO HAY NINGUN ANIO ABIERTO TODAVIA."
               CLOSE VACACIONES
               GO TO 050-LISTAR-SALDOS-EXIT
           END-IF.
           PERFORM 060-CONTAR-USO THRU 060-CONTAR-USO-EXIT.
           PERFORM 075-CARGAR-NOMBRES THRU 075-CARGAR-NOMBRES-EXIT.
           OPEN OUTPUT REPORTE-SALDOS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SALDOS DE VACACIONES Y DIAS DE ENFERMEDAD - ANIO "
                   DELIMITED BY SIZE
                   WS-ANIO DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           PERFORM 058-ESCRIBIR-LINEA.
           MOVE "LEGAJO|APELLIDO Y NOMBRE              |INGRESO |ANT|DE
      -        "R|ARR|TOM|SALDO|ENF" TO LINEA-REPORTE.
           PERFORM 058-ESCRIBIR-LINEA.
           MOVE ZEROS TO VAC-CLAVE.
           START VACACIONES KEY IS NOT LESS THAN VAC-CLAVE
               INVALID KEY SET FIN-VACACIONES TO TRUE
           END-START.
           IF NOT FIN-VACACIONES
               READ VACACIONES NEXT RECORD AT END
                   SET FIN-VACACIONES TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-VACACIONES
               IF VAC-ANIO = WS-ANIO
                   PERFORM 055-LINEA-EMPLEADO
               END-IF
               READ VACACIONES NEXT RECORD AT END
                   SET FIN-VACACIONES TO TRUE END-READ
           END-PERFORM.
           CLOSE VACACIONES.
           PERFORM VARYING WS-IND-USO FROM 1 BY 1
                   UNTIL WS-IND-USO > WS-CANT-USO
               IF USO-LISTADO (WS-IND-USO) NOT = "S"
                   AND USO-ENF (WS-IND-USO) > ZEROS
                   MOVE USO-EMPLEADO (WS-IND-USO) TO WS-EMPLEADO
                   PERFORM 077-UBICAR-NOMBRE
                   MOVE SPACES TO LINEA-REPORTE
                   STRING WS-EMPLEADO " |" DELIMITED BY SIZE
                           WS-NOMBRE DELIMITED BY SIZE
                           "|SIN ANIO ABIERTO          |"
                           DELIMITED BY SIZE
                           USO-ENF (WS-IND-USO) DELIMITED BY SIZE
                           INTO LINEA-REPORTE
                   PERFORM 058-ESCRIBIR-LINEA
                   ADD USO-ENF (WS-IND-USO) TO WS-TOTAL-ENFERMEDAD
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-CANT-LISTADOS DELIMITED BY SIZE
                   " EMPLEADOS CON EL ANIO ABIERTO. DIAS DE "
                   DELIMITED BY SIZE
                   "ENFERMEDAD DEL ANIO: " DELIMITED BY SIZE
                   WS-TOTAL-ENFERMEDAD DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           PERFORM 058-ESCRIBIR-LINEA.
           CLOSE REPORTE-SALDOS.
           DISPLAY "LICENCIAS-SALDOS.LST GENERADO.".
       050-LISTAR-SALDOS-EXIT.
           EXIT.

       055-LINEA-EMPLEADO.
           MOVE VAC-EMPLEADO TO WS-EMPLEADO.
           PERFORM 065-UBICAR-USO.
           MOVE ZEROS TO VAC-TOMADOS VAC-ENFERMEDAD.
           IF WS-IND-USO-HALLADO NOT = ZEROS
               MOVE USO-VAC (WS-IND-USO-HALLADO) TO VAC-TOMADOS
               MOVE USO-ENF (WS-IND-USO-HALLADO) TO VAC-ENFERMEDAD
               MOVE "S" TO USO-LISTADO (WS-IND-USO-HALLADO)
           END-IF.
           COMPUTE WS-SALDO = VAC-DERECHO + VAC-ARRASTRE
                            - VAC-TOMADOS.
           MOVE WS-SALDO TO WS-SALDO-ED.
           MOVE VAC-FECHA-INGRESO TO WS-FECHA-INGRESO.
           COMPUTE WS-ANTIGUEDAD = WS-ANIO - ING-ANIO.
           PERFORM 077-UBICAR-NOMBRE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING VAC-EMPLEADO " |"     DELIMITED BY SIZE
                   WS-NOMBRE "|"        DELIMITED BY SIZE
                   VAC-FECHA-INGRESO "|" DELIMITED BY SIZE
                   WS-ANTIGUEDAD "| "   DELIMITED BY SIZE
                   VAC-DERECHO "| "     DELIMITED BY SIZE
                   VAC-ARRASTRE "|"     DELIMITED BY SIZE
                   VAC-TOMADOS "| "     DELIMITED BY SIZE
                   WS-SALDO-ED "|"      DELIMITED BY SIZE
                   VAC-ENFERMEDAD       DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           PERFORM 058-ESCRIBIR-LINEA.
           ADD 1 TO WS-CANT-LISTADOS.
           ADD VAC-ENFERMEDAD TO WS-TOTAL-ENFERMEDAD.

       058-ESCRIBIR-LINEA.
           WRITE LINEA-REPORTE.
           DISPLAY LINEA-REPORTE.

      *UNA PASADA POR PLANTEL.DAT CONTANDO POR EMPLEADO LAS
      *AUSENCIAS "VAC" Y "ENF" DE WS-ANIO Y LAS "VAC" DEL ANTERIOR.
       060-CONTAR-USO.
           COMPUTE WS-ANIO-ANTERIOR = WS-ANIO - 1.
           MOVE ZEROS TO WS-CANT-USO.
           OPEN INPUT PLANTEL.
           IF F-NOEXISTE-PLA
               CLOSE PLANTEL
               GO TO 060-CONTAR-USO-EXIT
           END-IF.
           READ PLANTEL AT END SET FIN-PLANTEL TO TRUE END-READ.
           PERFORM UNTIL FIN-PLANTEL
               IF PLA-AUSENTE
                   AND (PLA-MOTIVO = "VAC" OR PLA-MOTIVO = "ENF")
                   AND (PLA-FECHA (1:4) = WS-ANIO
                        OR PLA-FECHA (1:4) = WS-ANIO-ANTERIOR)
                   MOVE PLA-EMPLEADO TO WS-EMPLEADO
                   PERFORM 065-UBICAR-USO
                   IF WS-IND-USO-HALLADO = ZEROS
                       AND WS-CANT-USO < MAX-USO
                       ADD 1 TO WS-CANT-USO
                       MOVE WS-CANT-USO TO WS-IND-USO-HALLADO
                       MOVE WS-EMPLEADO
                               TO USO-EMPLEADO (WS-IND-USO-HALLADO)
                       MOVE ZEROS TO USO-VAC (WS-IND-USO-HALLADO)
                                     USO-ENF (WS-IND-USO-HALLADO)
                                     USO-VAC-ANT (WS-IND-USO-HALLADO)
                       MOVE "N" TO USO-LISTADO (WS-IND-USO-HALLADO)
                   END-IF
                   IF WS-IND-USO-HALLADO NOT = ZEROS
                       PERFORM 062-SUMAR-USO
                   END-IF
               END-IF
               READ PLANTEL AT END SET FIN-PLANTEL TO TRUE END-READ
           END-PERFORM.
           CLOSE PLANTEL.
       060-CONTAR-USO-EXIT.
           EXIT.

       062-SUMAR-USO.
           IF PLA-FECHA (1:4) = WS-ANIO
               IF PLA-MOTIVO = "VAC"
                   ADD 1 TO USO-VAC (WS-IND-USO-HALLADO)
               ELSE
                   ADD 1 TO USO-ENF (WS-IND-USO-HALLADO)
               END-IF
           ELSE
               IF PLA-MOTIVO = "VAC"
                   ADD 1 TO USO-VAC-ANT (WS-IND-USO-HALLADO)
               END-IF
           END-IF.

       065-UBICAR-USO.
           MOVE ZEROS TO WS-IND-USO-HALLADO.
           PERFORM VARYING WS-IND-USO FROM 1 BY 1
                   UNTIL WS-IND-USO > WS-CANT-USO
                       OR WS-IND-USO-HALLADO NOT = ZEROS
               IF USO-EMPLEADO (WS-IND-USO) = WS-EMPLEADO
                   MOVE WS-IND-USO TO WS-IND-USO-HALLADO
               END-IF
           END-PERFORM.

       070-VERIFICAR-EMPLEADO.
           MOVE "N" TO WS-EMP-EXISTE.
           OPEN INPUT MASTER-EMPLOYEES.
           IF F-NOEXISTE-EMP
               CLOSE MASTER-EMPLOYEES
               GO TO 070-VERIFICAR-EMPLEADO-FIN
           END-IF.
           READ MASTER-EMPLOYEES AT END SET FIN-EMPLEADOS TO TRUE
           END-READ.
           PERFORM UNTIL FIN-EMPLEADOS OR EMP-EXISTE
               IF EMP-NUMBER = WS-EMPLEADO
                   MOVE "S" TO WS-EMP-EXISTE
               END-IF
               IF NOT EMP-EXISTE
                   READ MASTER-EMPLOYEES AT END SET FIN-EMPLEADOS
                           TO TRUE END-READ
               END-IF
           END-PERFORM.
           CLOSE MASTER-EMPLOYEES.
       070-VERIFICAR-EMPLEADO-FIN.
           EXIT.

       075-CARGAR-NOMBRES.
           MOVE ZEROS TO WS-CANT-NOMBRES.
           OPEN INPUT MASTER-EMPLOYEES.
           IF F-NOEXISTE-EMP
               CLOSE MASTER-EMPLOYEES
               GO TO 075-CARGAR-NOMBRES-EXIT
           END-IF.
           READ MASTER-EMPLOYEES AT END SET FIN-EMPLEADOS TO TRUE
           END-READ.
           PERFORM UNTIL FIN-EMPLEADOS
               IF WS-CANT-NOMBRES < MAX-NOMBRES
                   ADD 1 TO WS-CANT-NOMBRES
                   MOVE EMP-NUMBER TO NOM-EMPLEADO (WS-CANT-NOMBRES)
                   MOVE EMP-IDE    TO NOM-IDE (WS-CANT-NOMBRES)
               END-IF
               READ MASTER-EMPLOYEES AT END SET FIN-EMPLEADOS
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE MASTER-EMPLOYEES.
       075-CARGAR-NOMBRES-EXIT.
           EXIT.

       077-UBICAR-NOMBRE.
           MOVE "(NO ESTA EN EMPLOYEE.DAT)" TO WS-NOMBRE.
           PERFORM VARYING WS-IND-NOM FROM 1 BY 1
                   UNTIL WS-IND-NOM > WS-CANT-NOMBRES
               IF NOM-EMPLEADO (WS-IND-NOM) = WS-EMPLEADO
                   MOVE NOM-IDE (WS-IND-NOM) TO WS-NOMBRE
               END-IF
           END-PERFORM.

      *DIAS DE VACACIONES DE WS-ANIO SEGUN LA ANTIGUEDAD AL 31/12.
       080-CALCULAR-DERECHO.
           MOVE ZEROS TO WS-DERECHO.
           IF ING-ANIO > WS-ANIO
               GO TO 080-CALCULAR-DERECHO-EXIT
           END-IF.
           COMPUTE WS-ANTIGUEDAD = WS-ANIO - ING-ANIO.
           IF WS-ANTIGUEDAD = ZEROS
               COMPUTE WS-MESES = 12 - ING-MES
               IF ING-DIA = 1
                   ADD 1 TO WS-MESES
               END-IF
               IF WS-MESES < 6
                   MOVE WS-MESES TO WS-DERECHO
               ELSE
                   MOVE 14 TO WS-DERECHO
               END-IF
               GO TO 080-CALCULAR-DERECHO-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-ANTIGUEDAD < 5  MOVE 14 TO WS-DERECHO
               WHEN WS-ANTIGUEDAD < 10 MOVE 21 TO WS-DERECHO
               WHEN WS-ANTIGUEDAD < 20 MOVE 28 TO WS-DERECHO
               WHEN OTHER              MOVE 35 TO WS-DERECHO
           END-EVALUATE.
       080-CALCULAR-DERECHO-EXIT.
           EXIT.

       090-ABRIR-VACACIONES.
           OPEN I-O VACACIONES.
           IF F-NOEXISTE-VAC
               CLOSE VACACIONES
               OPEN OUTPUT VACACIONES
               CLOSE VACACIONES
               OPEN I-O VACACIONES
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "LICENCIAS-PERSONAL " DELIMITED BY SIZE
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
       END PROGRAM LICENCIAS-PERSONAL.
