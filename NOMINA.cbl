      *MANT-PLANTEL) LOS DIAS TRABAJADOS DEL PERIODO SE TOTALIZAN
      *DE SUS LINEAS "T" EN VEZ DEL CONTADOR A MANO
      *EMP-DAYS-WORKED, QUE QUEDA ACTUALIZADO CON ESE TOTAL.
      *PARA EL EMPLEADO QUE YA FICHA CON EL RELOJ (TIENE DIAS DEL
      *PERIODO EN ASISTENCIA.DAT, RELOJ-ASISTENCIA) MANDA LO
      *FICHADO: SE PAGAN LOS DIAS APROBADOS CON HORAS TRABAJADAS,
      *EL RECIBO MUESTRA LAS HORAS Y LOS DIAS QUE SIGUEN PENDIENTES
      *DE APROBAR QUEDAN AVISADOS Y SIN PAGAR.
      *EL RECIBO LLEVA EL BRUTO, CADA DESCUENTO Y EL NETO: LOS
      *PORCENTAJES SALEN DE LA VIGENCIA DE APORTES-NOMINA.DAT
      *(MANT-APORTES) QUE RIGE AL FIN DEL PERIODO. EN JUNIO Y EN
      *DICIEMBRE SE SUMA SOLO EL AGUINALDO: LA MITAD DEL MEJOR
      *SUELDO DEL SEMESTRE SEGUN NOMINA-HISTORIA.DAT, DONDE QUEDA
      *CADA PAGO (SUELDO, AGUINALDO, DESCUENTOS, NETO Y
      *CONTRIBUCIONES). EL EGRESO DE CAJA ES EL NETO PAGADO; LO
      *RETENIDO MAS LO PATRONAL SE RESUME POR CONCEPTO Y POR
      *ORGANISMO EN NOMINA-APORTES.LST PARA DEPOSITARLO. SALARY
      *SIGUE GUARDANDO DIAS POR TARIFA, QUE ES LO QUE CONTROLA
      *PROG-REPORT01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLANTEL.

      *DESCUENTOS Y CONTRIBUCIONES POR VIGENCIA (MANT-APORTES).
           SELECT APORTES-NOMINA ASSIGN TO "APORTES-NOMINA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APN-CLAVE
               FILE STATUS IS FS-APORTES.

      *UNA LINEA POR EMPLEADO Y PAGO, BASE DEL AGUINALDO.
           SELECT NOMINA-HISTORIA ASSIGN TO "NOMINA-HISTORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORIA.

           SELECT RESUMEN-APORTES ASSIGN TO "NOMINA-APORTES.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.

      *DIAS FICHADOS Y APROBADOS (RELOJ-ASISTENCIA); CUANDO EL
      *EMPLEADO TIENE DIAS DEL PERIODO AHI, MANDAN SOBRE PLANTEL.
           SELECT ASISTENCIA ASSIGN TO "ASISTENCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASI-CLAVE
               FILE STATUS IS FS-ASISTENCIA.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               88 PLA-TRABAJA         VALUE "T".
           05 PLA-TURNO               PIC X(1).
           05 PLA-MOTIVO              PIC X(3).
      *SUCURSAL DEL TURNO (AGREGADA AL FINAL).
           05 PLA-SUCURSAL            PIC X(3).

       FD APORTES-NOMINA.
       01 DATOS-APORTE.
           05 APN-CLAVE.
               10 APN-FECHA-VIGENCIA  PIC 9(8).
               10 APN-CODIGO          PIC X(3).
           05 APN-DESCRIPCION         PIC X(15).
           05 APN-ORGANISMO           PIC X(10).
           05 APN-PORC-EMPLEADO       PIC 9(2)V99.
           05 APN-PORC-EMPLEADOR      PIC 9(2)V99.

       FD NOMINA-HISTORIA.
       01 LINEA-HISTORIA.
           05 HIS-EMPLEADO            PIC 9(5).
           05 HIS-PERIODO             PIC 9(6).
           05 HIS-SUELDO              PIC 9(7)V99.
           05 HIS-AGUINALDO           PIC 9(7)V99.
           05 HIS-DESCUENTOS          PIC 9(7)V99.
           05 HIS-NETO                PIC 9(7)V99.
           05 HIS-CONTRIBUCIONES      PIC 9(7)V99.
           05 HIS-RECIBO              PIC 9(6).
           05 HIS-FECHA               PIC 9(8).

       FD RESUMEN-APORTES.
       01 LINEA-RESUMEN               PIC X(80).

       FD ASISTENCIA.
       01 DATOS-ASISTENCIA.
           05 ASI-CLAVE.
               10 ASI-EMPLEADO        PIC 9(5).
               10 ASI-FECHA           PIC 9(8).
           05 FILLER                  PIC X(13).
           05 ASI-MINUTOS             PIC 9(4).
           05 FILLER                  PIC X(5).
           05 ASI-APROBADO            PIC X(1).
               88 ASI-APROBADA        VALUE "S".
           05 FILLER                  PIC X(50).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).
           88 FIN-PLANTEL          VALUE "10".
           88 F-NOEXISTE-PLA       VALUE "35".

       77 FS-APORTES               PIC XX.
           88 FIN-APORTES          VALUE "10".
           88 F-NOEXISTE-APN       VALUE "35".

       77 FS-HISTORIA              PIC XX.
           88 FIN-HISTORIA         VALUE "10".
           88 F-NOEXISTE-HIS       VALUE "05" "35".

       77 FS-RESUMEN               PIC XX.
           88 F-NOEXISTE-RESUMEN   VALUE "05" "35".

       77 FS-ASISTENCIA            PIC XX.
           88 FIN-ASISTENCIA       VALUE "10".
           88 F-NOEXISTE-ASI       VALUE "35".

       77 FS-ERROR-LOG             PIC XX.
           88 ESTA-ERROR-LOG       VALUE "00" "02".

       77 WS-RECIBO                PIC 9(6) VALUE ZEROS.
       77 WS-PAGA                  PIC 9(6) VALUE ZEROS.
       77 WS-DIAS-PAGADOS          PIC 9(2) VALUE ZEROS.
      *NETO PAGADO EN LA CORRIDA (LO QUE SALE DE CAJA).
       77 WS-TOTAL-NOMINA          PIC 9(8)V99 VALUE ZEROS.
       77 WS-TOTAL-NOMINA-ED       PIC Z(7)9.99.
       77 WS-CANT-PAGADOS          PIC 9(4) VALUE ZEROS.
       77 WS-CANT-YA-PAGADOS       PIC 9(4) VALUE ZEROS.
       77 WS-DIAS-PLANTEL          PIC 9(2) VALUE ZEROS.
       77 WS-HAY-PLANTEL           PIC X VALUE "N".
           88 HAY-PLANTEL          VALUE "S".
       77 WS-DIAS-RELOJ            PIC 9(2) VALUE ZEROS.
       77 WS-DIAS-PENDIENTES       PIC 9(2) VALUE ZEROS.
       77 WS-MINUTOS-RELOJ         PIC 9(5) VALUE ZEROS.
       77 WS-HORAS-RELOJ           PIC 9(3) VALUE ZEROS.
       77 WS-RESTO-MINUTOS         PIC 9(2) VALUE ZEROS.
       77 WS-HAY-RELOJ             PIC X VALUE "N".
           88 HAY-RELOJ            VALUE "S".

      *CONCEPTOS DE DESCUENTO Y CONTRIBUCION DE LA VIGENCIA QUE
      *RIGE AL FIN DEL PERIODO, CON LO ACUMULADO EN LA CORRIDA.
       77 MAX-CONCEPTOS            PIC 9(2) VALUE 10.
       01 TABLA-CONCEPTOS.
           05 CON-ENT OCCURS 10 TIMES.
               10 CON-CODIGO           PIC X(3).
               10 CON-DESCRIPCION      PIC X(15).
               10 CON-ORGANISMO        PIC X(10).
               10 CON-PORC-EMPLEADO    PIC 9(2)V99.
               10 CON-PORC-EMPLEADOR   PIC 9(2)V99.
               10 CON-DESCUENTO        PIC 9(7)V99.
               10 CON-TOTAL-RETENIDO   PIC 9(8)V99.
               10 CON-TOTAL-PATRONAL   PIC 9(8)V99.
       77 WS-CANT-CONCEPTOS        PIC 9(2) VALUE ZEROS.
       77 WS-IND-CON               PIC 9(2) VALUE ZEROS.
       77 WS-IND-CON-2             PIC 9(2) VALUE ZEROS.
       77 WS-ORGANISMO-REPETIDO    PIC X VALUE "N".
           88 ORGANISMO-REPETIDO   VALUE "S".
       77 WS-VIGENCIA-APORTES      PIC 9(8) VALUE ZEROS.
       77 WS-FIN-PERIODO           PIC 9(8) VALUE ZEROS.

      *IMPORTES DEL EMPLEADO QUE SE ESTA PAGANDO.
       77 WS-AGUINALDO             PIC 9(7)V99 VALUE ZEROS.
       77 WS-BRUTO                 PIC 9(7)V99 VALUE ZEROS.
       77 WS-DESCUENTOS            PIC 9(7)V99 VALUE ZEROS.
       77 WS-NETO                  PIC 9(7)V99 VALUE ZEROS.
       77 WS-CONTRIBUCIONES        PIC 9(7)V99 VALUE ZEROS.
       77 WS-PATRONAL              PIC 9(7)V99 VALUE ZEROS.
       77 WS-MEJOR-SUELDO          PIC 9(7)V99 VALUE ZEROS.
       77 WS-TOTAL-BRUTO           PIC 9(8)V99 VALUE ZEROS.
       77 WS-SUMA-RETENIDO         PIC 9(8)V99 VALUE ZEROS.
       77 WS-SUMA-PATRONAL         PIC 9(8)V99 VALUE ZEROS.

      *SEMESTRE DEL AGUINALDO (SOLO EN LOS PERIODOS 06 Y 12).
       01 WS-PERIODO-R.
           05 WS-PERIODO-ANIO      PIC 9(4).
           05 WS-PERIODO-MES       PIC 9(2).
       77 WS-SEMESTRE-DESDE        PIC 9(6) VALUE ZEROS.
       77 WS-SEMESTRE              PIC 9(1) VALUE ZEROS.
       77 WS-PAGA-AGUINALDO        PIC X VALUE "N".
           88 PAGA-AGUINALDO       VALUE "S".

      *IMPORTES EDITADOS PARA EL RECIBO Y EL RESUMEN.
       77 WS-IMPORTE-ED            PIC Z(6)9.99.
       77 WS-IMPORTE-ED-2          PIC Z(7)9.99.
       77 WS-IMPORTE-ED-3          PIC Z(7)9.99.
       77 WS-PORC-ED               PIC 99.99.

       PROCEDURE DIVISION.

               GO TO 010-PRINCIPAL-FIN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-PERIODO TO WS-PERIODO-R.
           MOVE "N" TO WS-PAGA-AGUINALDO.
           IF WS-PERIODO-MES = 6 OR WS-PERIODO-MES = 12
               MOVE "S" TO WS-PAGA-AGUINALDO
               COMPUTE WS-SEMESTRE-DESDE = WS-PERIODO - 5
               COMPUTE WS-SEMESTRE = WS-PERIODO-MES / 6
               DISPLAY "PERIODO CON AGUINALDO (SEMESTRE "
                       WS-SEMESTRE ")."
           END-IF.
           PERFORM 015-CARGAR-APORTES THRU 015-CARGAR-APORTES-EXIT.
           PERFORM 020-PAGAR-EMPLEADOS
                   THRU 020-PAGAR-EMPLEADOS-EXIT.
           IF RETURN-CODE NOT = ZERO
           END-IF.
           PERFORM 060-REESCRIBIR-MAESTRO.
           PERFORM 070-ASENTAR-EGRESO-CAJA.
           PERFORM 080-RESUMIR-APORTES.
           MOVE WS-TOTAL-NOMINA TO WS-TOTAL-NOMINA-ED.
           DISPLAY "NOMINA " WS-PERIODO ": " WS-CANT-PAGADOS
                   " EMPLEADOS PAGADOS, NETO $" WS-TOTAL-NOMINA-ED
                   ".".
           IF WS-CANT-YA-PAGADOS NOT = ZEROS
               DISPLAY WS-CANT-YA-PAGADOS " YA TENIAN EL PERIODO "
                       "PAGADO Y SE SALTEARON."
           END-IF.
           DISPLAY "RECIBOS EN NOMINA-RECIBOS.LST, REMESAS A LOS "
                   "ORGANISMOS EN NOMINA-APORTES.LST.".
       010-PRINCIPAL-FIN.
           STOP RUN.

      *CONCEPTOS DE LA ULTIMA VIGENCIA QUE NO PASE DEL FIN DEL
      *PERIODO: EL ARCHIVO VA ORDENADO POR VIGENCIA Y CODIGO, ASI
      *QUE CADA VIGENCIA NUEVA QUE APLICA REEMPLAZA LA TABLA. SIN
      *ARCHIVO O SIN VIGENCIA APLICABLE RIGEN LOS DE SIEMPRE.
       015-CARGAR-APORTES.
           COMPUTE WS-FIN-PERIODO = WS-PERIODO * 100 + 31.
           MOVE ZEROS TO WS-CANT-CONCEPTOS WS-VIGENCIA-APORTES.
           OPEN INPUT APORTES-NOMINA.
           IF F-NOEXISTE-APN
               CLOSE APORTES-NOMINA
               PERFORM 017-APORTES-DE-SIEMPRE
               GO TO 015-CARGAR-APORTES-EXIT
           END-IF.
           MOVE LOW-VALUES TO APN-CLAVE.
           START APORTES-NOMINA KEY IS NOT LESS THAN APN-CLAVE
               INVALID KEY SET FIN-APORTES TO TRUE
           END-START.
           IF NOT FIN-APORTES
               READ APORTES-NOMINA NEXT RECORD AT END SET FIN-APORTES
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-APORTES
               IF APN-FECHA-VIGENCIA NOT > WS-FIN-PERIODO
                   IF APN-FECHA-VIGENCIA NOT = WS-VIGENCIA-APORTES
                       MOVE APN-FECHA-VIGENCIA TO WS-VIGENCIA-APORTES
                       MOVE ZEROS TO WS-CANT-CONCEPTOS
                   END-IF
                   IF WS-CANT-CONCEPTOS < MAX-CONCEPTOS
                       ADD 1 TO WS-CANT-CONCEPTOS
                       MOVE WS-CANT-CONCEPTOS TO WS-IND-CON
                       MOVE APN-CODIGO      TO CON-CODIGO (WS-IND-CON)
                       MOVE APN-DESCRIPCION
                               TO CON-DESCRIPCION (WS-IND-CON)
                       MOVE APN-ORGANISMO
                               TO CON-ORGANISMO (WS-IND-CON)
                       MOVE APN-PORC-EMPLEADO
                               TO CON-PORC-EMPLEADO (WS-IND-CON)
                       MOVE APN-PORC-EMPLEADOR
                               TO CON-PORC-EMPLEADOR (WS-IND-CON)
                   END-IF
               END-IF
               READ APORTES-NOMINA NEXT RECORD AT END SET FIN-APORTES
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE APORTES-NOMINA.
           IF WS-CANT-CONCEPTOS = ZEROS
               PERFORM 017-APORTES-DE-SIEMPRE
           END-IF.
           PERFORM VARYING WS-IND-CON FROM 1 BY 1
                   UNTIL WS-IND-CON > WS-CANT-CONCEPTOS
               MOVE ZEROS TO CON-DESCUENTO (WS-IND-CON)
                             CON-TOTAL-RETENIDO (WS-IND-CON)
                             CON-TOTAL-PATRONAL (WS-IND-CON)
           END-PERFORM.
       015-CARGAR-APORTES-EXIT.
           EXIT.

       017-APORTES-DE-SIEMPRE.
           MOVE 3 TO WS-CANT-CONCEPTOS.
           MOVE "JUB"             TO CON-CODIGO (1).
           MOVE "JUBILACION"      TO CON-DESCRIPCION (1).
           MOVE "SIPA"            TO CON-ORGANISMO (1).
           MOVE 11.00             TO CON-PORC-EMPLEADO (1).
           MOVE 10.77             TO CON-PORC-EMPLEADOR (1).
           MOVE "OSO"             TO CON-CODIGO (2).
           MOVE "OBRA SOCIAL"     TO CON-DESCRIPCION (2).
           MOVE "OBRA SOC."       TO CON-ORGANISMO (2).
           MOVE 3.00              TO CON-PORC-EMPLEADO (2).
           MOVE 6.00              TO CON-PORC-EMPLEADOR (2).
           MOVE "PAM"             TO CON-CODIGO (3).
           MOVE "PAMI"            TO CON-DESCRIPCION (3).
           MOVE "PAMI"            TO CON-ORGANISMO (3).
           MOVE 3.00              TO CON-PORC-EMPLEADO (3).
           MOVE 1.50              TO CON-PORC-EMPLEADOR (3).

      *UNA PASADA POR EL MAESTRO: CADA EMPLEADO PENDIENTE COBRA
      *DIAS POR TARIFA, SU RECIBO NUMERADO, Y SALE AL INTERMEDIO
      *CON EL PERIODO MARCADO; EL YA PAGADO SALE COMO ESTA.
       020-PAGAR-EMPLEADOS.
           MOVE ZEROS TO WS-TOTAL-NOMINA WS-CANT-PAGADOS
                         WS-CANT-YA-PAGADOS WS-TOTAL-BRUTO.
           OPEN INPUT MASTER-EMPLOYEES.
           IF F-NOEXISTE-EMP
               DISPLAY "NO SE ENCUENTRA EMPLOYEE.DAT."
           EXIT.

       030-PAGAR-UN-EMPLEADO.
           PERFORM 036-DIAS-DEL-RELOJ
                   THRU 036-DIAS-DEL-RELOJ-EXIT.
           IF HAY-RELOJ
               MOVE WS-DIAS-RELOJ TO WS-DIAS-PAGADOS
               MOVE WS-DIAS-RELOJ TO EMP-DAYS-WORKED
               IF WS-DIAS-PENDIENTES > ZEROS
                   DISPLAY "LEGAJO " EMP-NUMBER " TIENE "
                           WS-DIAS-PENDIENTES
                           " DIAS FICHADOS SIN APROBAR (NO SE PAGAN)."
               END-IF
           ELSE
               PERFORM 035-DIAS-DEL-PLANTEL
                       THRU 035-DIAS-DEL-PLANTEL-EXIT
               IF HAY-PLANTEL
                   MOVE WS-DIAS-PLANTEL TO WS-DIAS-PAGADOS
                   MOVE WS-DIAS-PLANTEL TO EMP-DAYS-WORKED
               ELSE
                   MOVE EMP-DAYS-WORKED TO WS-DIAS-PAGADOS
               END-IF
           END-IF.
           COMPUTE WS-PAGA = WS-DIAS-PAGADOS * EMP-DAILY-RATE.
           MOVE ZEROS TO WS-AGUINALDO.
           IF PAGA-AGUINALDO
               PERFORM 037-CALCULAR-AGUINALDO
           END-IF.
           COMPUTE WS-BRUTO = WS-PAGA + WS-AGUINALDO.
           PERFORM 038-CALCULAR-DESCUENTOS.
           PERFORM 040-PROXIMO-RECIBO.
           PERFORM 050-IMPRIMIR-RECIBO.
           PERFORM 055-ANOTAR-HISTORIA.
           MOVE WS-PAGA TO SALARY.
           MOVE WS-PERIODO TO EMP-PAID-PERIOD.
           ADD WS-NETO TO WS-TOTAL-NOMINA.
           ADD WS-BRUTO TO WS-TOTAL-BRUTO.
           ADD 1 TO WS-CANT-PAGADOS.

      *DIAS TRABAJADOS DEL PERIODO SEGUN LA AGENDA DEL PERSONAL:
       035-DIAS-DEL-PLANTEL-EXIT.
           EXIT.

      *DIAS Y MINUTOS DEL PERIODO SEGUN EL RELOJ: CUENTA EL DIA
      *APROBADO CON MINUTOS TRABAJADOS; EL NO APROBADO SE CUENTA
      *COMO PENDIENTE. SIN DIAS DEL PERIODO EN ASISTENCIA.DAT (O
      *SIN EL ARCHIVO) QUEDA HAY-RELOJ EN "N" Y SE USA PLANTEL.
       036-DIAS-DEL-RELOJ.
           MOVE "N" TO WS-HAY-RELOJ.
           MOVE ZEROS TO WS-DIAS-RELOJ WS-DIAS-PENDIENTES
                         WS-MINUTOS-RELOJ.
           OPEN INPUT ASISTENCIA.
           IF F-NOEXISTE-ASI
               CLOSE ASISTENCIA
               GO TO 036-DIAS-DEL-RELOJ-EXIT
           END-IF.
           MOVE EMP-NUMBER TO ASI-EMPLEADO.
           COMPUTE ASI-FECHA = WS-PERIODO * 100.
           START ASISTENCIA KEY IS NOT LESS THAN ASI-CLAVE
               INVALID KEY SET FIN-ASISTENCIA TO TRUE
           END-START.
           IF NOT FIN-ASISTENCIA
               READ ASISTENCIA NEXT RECORD AT END
                   SET FIN-ASISTENCIA TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-ASISTENCIA
                   OR ASI-EMPLEADO NOT = EMP-NUMBER
                   OR ASI-FECHA (1:6) NOT = WS-PERIODO
               MOVE "S" TO WS-HAY-RELOJ
               IF ASI-APROBADA
                   IF ASI-MINUTOS > ZEROS
                       ADD 1 TO WS-DIAS-RELOJ
                       ADD ASI-MINUTOS TO WS-MINUTOS-RELOJ
                   END-IF
               ELSE
                   ADD 1 TO WS-DIAS-PENDIENTES
               END-IF
               READ ASISTENCIA NEXT RECORD AT END
                   SET FIN-ASISTENCIA TO TRUE END-READ
           END-PERFORM.
           CLOSE ASISTENCIA.
       036-DIAS-DEL-RELOJ-EXIT.
           EXIT.

      *AGUINALDO: LA MITAD DEL MEJOR SUELDO DEL SEMESTRE, CONTANDO
      *EL DEL PERIODO QUE SE ESTA PAGANDO Y LOS YA PAGADOS QUE
      *QUEDARON EN NOMINA-HISTORIA.DAT.
       037-CALCULAR-AGUINALDO.
           MOVE WS-PAGA TO WS-MEJOR-SUELDO.
           OPEN INPUT NOMINA-HISTORIA.
           IF F-NOEXISTE-HIS
               CLOSE NOMINA-HISTORIA
           ELSE
               READ NOMINA-HISTORIA AT END SET FIN-HISTORIA TO TRUE
               END-READ
               PERFORM UNTIL FIN-HISTORIA
                   IF HIS-EMPLEADO = EMP-NUMBER
                       AND HIS-PERIODO >= WS-SEMESTRE-DESDE
                       AND HIS-PERIODO < WS-PERIODO
                       AND HIS-SUELDO > WS-MEJOR-SUELDO
                       MOVE HIS-SUELDO TO WS-MEJOR-SUELDO
                   END-IF
                   READ NOMINA-HISTORIA AT END SET FIN-HISTORIA
                           TO TRUE END-READ
               END-PERFORM
               CLOSE NOMINA-HISTORIA
           END-IF.
           COMPUTE WS-AGUINALDO ROUNDED = WS-MEJOR-SUELDO / 2.

      *CADA CONCEPTO SE APLICA SOBRE EL BRUTO (SUELDO MAS
      *AGUINALDO): LO DEL EMPLEADO SE DESCUENTA DEL RECIBO Y LO DEL
      *EMPLEADOR SOLO SE ACUMULA PARA LA REMESA.
       038-CALCULAR-DESCUENTOS.
           MOVE ZEROS TO WS-DESCUENTOS WS-CONTRIBUCIONES.
           PERFORM VARYING WS-IND-CON FROM 1 BY 1
                   UNTIL WS-IND-CON > WS-CANT-CONCEPTOS
               COMPUTE CON-DESCUENTO (WS-IND-CON) ROUNDED =
                       WS-BRUTO * CON-PORC-EMPLEADO (WS-IND-CON) / 100
               COMPUTE WS-PATRONAL ROUNDED =
                       WS-BRUTO * CON-PORC-EMPLEADOR (WS-IND-CON) / 100
               ADD CON-DESCUENTO (WS-IND-CON) TO WS-DESCUENTOS
               ADD CON-DESCUENTO (WS-IND-CON)
                       TO CON-TOTAL-RETENIDO (WS-IND-CON)
               ADD WS-PATRONAL TO WS-CONTRIBUCIONES
               ADD WS-PATRONAL TO CON-TOTAL-PATRONAL (WS-IND-CON)
           END-PERFORM.
           COMPUTE WS-NETO = WS-BRUTO - WS-DESCUENTOS.

      *MISMO ESQUEMA DE PUNTO UNICO QUE RECIBOS-MULTAS.NUM EN
      *PROG-PAGOS-F: SE LEE EL ULTIMO NUMERO, MAS UNO, SE REGRABA.
       040-PROXIMO-RECIBO.
                   WS-PAGA DELIMITED BY SIZE
                   INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           IF WS-AGUINALDO > ZEROS
               MOVE WS-AGUINALDO TO WS-IMPORTE-ED
               MOVE SPACES TO LINEA-RECIBO
               STRING "AGUINALDO " DELIMITED BY SIZE
                       WS-SEMESTRE DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-PERIODO-ANIO DELIMITED BY SIZE
                       "        $" DELIMITED BY SIZE
                       WS-IMPORTE-ED DELIMITED BY SIZE
                       INTO LINEA-RECIBO
               WRITE LINEA-RECIBO
           END-IF.
           MOVE WS-BRUTO TO WS-IMPORTE-ED.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "BRUTO                   $" DELIMITED BY SIZE
                   WS-IMPORTE-ED DELIMITED BY SIZE
                   INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           PERFORM VARYING WS-IND-CON FROM 1 BY 1
                   UNTIL WS-IND-CON > WS-CANT-CONCEPTOS
               IF CON-DESCUENTO (WS-IND-CON) > ZEROS
                   MOVE CON-PORC-EMPLEADO (WS-IND-CON) TO WS-PORC-ED
                   MOVE CON-DESCUENTO (WS-IND-CON) TO WS-IMPORTE-ED
                   MOVE SPACES TO LINEA-RECIBO
                   STRING CON-DESCRIPCION (WS-IND-CON)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-PORC-ED DELIMITED BY SIZE
                           "% -$" DELIMITED BY SIZE
                           WS-IMPORTE-ED DELIMITED BY SIZE
                           INTO LINEA-RECIBO
                   WRITE LINEA-RECIBO
               END-IF
           END-PERFORM.
           MOVE WS-NETO TO WS-IMPORTE-ED.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "NETO A COBRAR           $" DELIMITED BY SIZE
                   WS-IMPORTE-ED DELIMITED BY SIZE
                   INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           IF HAY-RELOJ
               DIVIDE WS-MINUTOS-RELOJ BY 60 GIVING WS-HORAS-RELOJ
                       REMAINDER WS-RESTO-MINUTOS
               MOVE SPACES TO LINEA-RECIBO
               STRING "HORAS FICHADAS " DELIMITED BY SIZE
                       WS-HORAS-RELOJ DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       WS-RESTO-MINUTOS DELIMITED BY SIZE
                       INTO LINEA-RECIBO
               WRITE LINEA-RECIBO
               IF WS-DIAS-PENDIENTES > ZEROS
                   MOVE SPACES TO LINEA-RECIBO
                   STRING "DIAS SIN APROBAR " DELIMITED BY SIZE
                           WS-DIAS-PENDIENTES DELIMITED BY SIZE
                           " (NO PAGADOS)" DELIMITED BY SIZE
                           INTO LINEA-RECIBO
                   WRITE LINEA-RECIBO
               END-IF
           END-IF.
           MOVE ALL "-" TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           CLOSE RECIBOS.

       055-ANOTAR-HISTORIA.
           OPEN EXTEND NOMINA-HISTORIA.
           IF F-NOEXISTE-HIS
               CLOSE NOMINA-HISTORIA
               OPEN OUTPUT NOMINA-HISTORIA
           END-IF.
           MOVE EMP-NUMBER        TO HIS-EMPLEADO.
           MOVE WS-PERIODO        TO HIS-PERIODO.
           MOVE WS-PAGA           TO HIS-SUELDO.
           MOVE WS-AGUINALDO      TO HIS-AGUINALDO.
           MOVE WS-DESCUENTOS     TO HIS-DESCUENTOS.
           MOVE WS-NETO           TO HIS-NETO.
           MOVE WS-CONTRIBUCIONES TO HIS-CONTRIBUCIONES.
           MOVE WS-RECIBO         TO HIS-RECIBO.
           MOVE WS-FECHA-HOY      TO HIS-FECHA.
           WRITE LINEA-HISTORIA.
           CLOSE NOMINA-HISTORIA.

      *VUELVE A CARGAR EL MAESTRO DESDE EL INTERMEDIO YA PAGADO.
       060-REESCRIBIR-MAESTRO.
           OPEN INPUT EMPLEADOS-TMP.
           CLOSE EMPLEADOS-TMP.
           CLOSE MASTER-EMPLOYEES.

      *EL NETO DE LA NOMINA SALE DEL CAJON COMO EGRESO TIPO "O",
      *MISMO MOVIMIENTO QUE USA EL MOSTRADOR, CON EL PERIODO COMO
      *REFERENCIA, PARA QUE EL CIERRE DE CAJA Y LOS DEPOSITOS
      *CUADREN CON LO EFECTIVAMENTE PAGADO.
           WRITE LINEA-CAJA.
           CLOSE CAJA-MOVIMIENTOS.

      *REMESA DE LA CORRIDA: POR CONCEPTO LO RETENIDO A LOS
      *EMPLEADOS Y LO QUE PONE LA BIBLIOTECA, Y DESPUES EL TOTAL A
      *DEPOSITAR A CADA ORGANISMO. SE AGREGA AL FINAL DE
      *NOMINA-APORTES.LST, UNA HOJA POR CORRIDA.
       080-RESUMIR-APORTES.
           OPEN EXTEND RESUMEN-APORTES.
           IF F-NOEXISTE-RESUMEN
               CLOSE RESUMEN-APORTES
               OPEN OUTPUT RESUMEN-APORTES
           END-IF.
           MOVE ALL "=" TO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           MOVE WS-TOTAL-BRUTO TO WS-IMPORTE-ED-2.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING "REMESAS DE NOMINA " DELIMITED BY SIZE
                   WS-PERIODO DELIMITED BY SIZE
                   " - CORRIDA DEL " DELIMITED BY SIZE
                   WS-FECHA-HOY DELIMITED BY SIZE
                   " - BRUTO $" DELIMITED BY SIZE
                   WS-IMPORTE-ED-2 DELIMITED BY SIZE
                   INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           MOVE "COD|DESCRIPCION    |ORGANISMO |   RETENIDO|   PATRO
      -        "NAL|A DEPOSITAR" TO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           PERFORM VARYING WS-IND-CON FROM 1 BY 1
                   UNTIL WS-IND-CON > WS-CANT-CONCEPTOS
               MOVE CON-TOTAL-RETENIDO (WS-IND-CON) TO WS-IMPORTE-ED-2
               MOVE CON-TOTAL-PATRONAL (WS-IND-CON) TO WS-IMPORTE-ED-3
               COMPUTE WS-SUMA-RETENIDO =
                       CON-TOTAL-RETENIDO (WS-IND-CON)
                       + CON-TOTAL-PATRONAL (WS-IND-CON)
               MOVE WS-SUMA-RETENIDO TO WS-TOTAL-NOMINA-ED
               MOVE SPACES TO LINEA-RESUMEN
               STRING CON-CODIGO (WS-IND-CON) "|" DELIMITED BY SIZE
                       CON-DESCRIPCION (WS-IND-CON) "|"
                       DELIMITED BY SIZE
                       CON-ORGANISMO (WS-IND-CON) "|"
                       DELIMITED BY SIZE
                       WS-IMPORTE-ED-2 "|" DELIMITED BY SIZE
                       WS-IMPORTE-ED-3 "|" DELIMITED BY SIZE
                       WS-TOTAL-NOMINA-ED DELIMITED BY SIZE
                       INTO LINEA-RESUMEN
               WRITE LINEA-RESUMEN
           END-PERFORM.
           MOVE "TOTAL A DEPOSITAR POR ORGANISMO:" TO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           PERFORM VARYING WS-IND-CON FROM 1 BY 1
                   UNTIL WS-IND-CON > WS-CANT-CONCEPTOS
               PERFORM 085-TOTAL-ORGANISMO
           END-PERFORM.
           CLOSE RESUMEN-APORTES.

      *TOTAL DEL ORGANISMO DEL CONCEPTO WS-IND-CON, SOLO LA PRIMERA
      *VEZ QUE APARECE EN LA TABLA.
       085-TOTAL-ORGANISMO.
           MOVE "N" TO WS-ORGANISMO-REPETIDO.
           PERFORM VARYING WS-IND-CON-2 FROM 1 BY 1
                   UNTIL WS-IND-CON-2 >= WS-IND-CON
               IF CON-ORGANISMO (WS-IND-CON-2)
                       = CON-ORGANISMO (WS-IND-CON)
                   MOVE "S" TO WS-ORGANISMO-REPETIDO
               END-IF
           END-PERFORM.
           IF NOT ORGANISMO-REPETIDO
               MOVE ZEROS TO WS-SUMA-RETENIDO WS-SUMA-PATRONAL
               PERFORM VARYING WS-IND-CON-2 FROM WS-IND-CON BY 1
                       UNTIL WS-IND-CON-2 > WS-CANT-CONCEPTOS
                   IF CON-ORGANISMO (WS-IND-CON-2)
                           = CON-ORGANISMO (WS-IND-CON)
                       ADD CON-TOTAL-RETENIDO (WS-IND-CON-2)
                               TO WS-SUMA-RETENIDO
                       ADD CON-TOTAL-PATRONAL (WS-IND-CON-2)
                               TO WS-SUMA-PATRONAL
                   END-IF
               END-PERFORM
               ADD WS-SUMA-PATRONAL TO WS-SUMA-RETENIDO
               MOVE WS-SUMA-RETENIDO TO WS-TOTAL-NOMINA-ED
               MOVE SPACES TO LINEA-RESUMEN
               STRING "  " DELIMITED BY SIZE
                       CON-ORGANISMO (WS-IND-CON) DELIMITED BY SIZE
                       " $" DELIMITED BY SIZE
                       WS-TOTAL-NOMINA-ED DELIMITED BY SIZE
                       INTO LINEA-RESUMEN
               WRITE LINEA-RESUMEN
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
