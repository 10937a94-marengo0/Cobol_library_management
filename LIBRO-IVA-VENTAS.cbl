       IDENTIFICATION DIVISION.
       PROGRAM-ID.                LIBRO-IVA-VENTAS.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *LIBRO IVA VENTAS DEL MES PARA EL CONTADOR: RECORRE LAS LINEAS
      *DEL DIARIO DE VENTAS (VENTAS-DIARIO.DAT DE VENTAS-LOCAL, MAS
      *VENTAS-DIARIO-HISTORICO.DAT PARA LOS MESES YA CERRADOS) QUE
      *CAEN EN EL MES PEDIDO Y LISTA CADA UNA CON SU ALICUOTA, NETO
      *E IVA; LAS VENTAS ("V") Y FACTURAS EN CUENTA ("C") SUMAN, LAS
      *ANULACIONES ("A") RESTAN. LAS NOTAS DE CREDITO DEL MES (FILAS
      *"N" DE CTACTE-CLIENTES.DAT) RESTAN EN SU PROPIA SECCION. AL
      *PIE, TOTALES POR ALICUOTA (EXENTO, REDUCIDA, GENERAL) Y EL
      *CONTROL CONTRA EL CIERRE: EL TOTAL FINAL COBRADO SEGUN EL
      *DIARIO DEBE SER LA GANANCIA QUE CIERRE-PERIODO ASENTO PARA
      *EL MES EN GANANCIAS-LOCAL.DAT. LAS LINEAS ANTERIORES AL
      *DESGLOSE (SIN ALICUOTA) SE DESGLOSAN A LA ALICUOTA GENERAL
      *VIGENTE, QUE ERA LA UNICA QUE SE COBRABA. SALIDA EN
      *LIBRO-IVA-VENTAS.LST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *DIARIO DE VENTAS FECHADO DE VENTAS-LOCAL (TESTING.CBL).
           SELECT VENTAS-DIARIO ASSIGN TO "VENTAS-DIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTAS-DIARIO.

      *LINEAS DE MESES YA CERRADOS POR CIERRE-PERIODO.CBL, MISMO
      *LAYOUT QUE EL DIARIO VIVO.
           SELECT DIARIO-HISTORICO
               ASSIGN TO "VENTAS-DIARIO-HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

      *CUENTA CORRIENTE DE CLIENTES: DE ACA SALEN LAS NOTAS DE
      *CREDITO (LAS FACTURAS YA ESTAN EN EL DIARIO COMO TIPO "C").
           SELECT CTACTE ASSIGN TO "CTACTE-CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CTACTE.

      *PORCENTAJE DE CADA CODIGO DE ALICUOTA (MANT-TASAS-IVA.CBL).
           SELECT TASAS-IVA ASSIGN TO "TASAS-IVA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIV-CODIGO
               FILE STATUS IS FS-TASAS-IVA.

      *GANANCIA POR MES QUE ASIENTA CIERRE-PERIODO AL CERRAR.
           SELECT REPORTE ASSIGN TO "GANANCIAS-LOCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MES
               FILE STATUS IS FS-REPORTE.

           SELECT LIBRO-IVA ASSIGN TO "LIBRO-IVA-VENTAS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIBRO-IVA.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

      *LAS DOS FUENTES DEL DIARIO SE LEEN SOBRE LINEA-VENTA (WS).
       FD VENTAS-DIARIO.
       01 LINEA-DIARIO                PIC X(56).

       FD DIARIO-HISTORICO.
       01 LINEA-HISTORICO             PIC X(56).

       FD CTACTE.
       01 LINEA-CTACTE.
           05 CTA-NIT                 PIC 9(6).
           05 CTA-FACTURA             PIC 9(6).
           05 CTA-FECHA               PIC 9(8).
           05 CTA-TIPO                PIC X(01).
               88 CTA-ES-NOTA-CRED    VALUE "N".
           05 CTA-IMPORTE             PIC 9(7)V99.
           05 CTA-TASA-IVA            PIC X(01).
           05 CTA-NETO                PIC 9(7)V99.
           05 CTA-IVA                 PIC 9(7)V99.

       FD TASAS-IVA.
       01 DATOS-TASA-IVA.
           05 TIV-CODIGO              PIC X(01).
           05 TIV-DESCRIPCION         PIC X(15).
           05 TIV-PORCENTAJE          PIC 9(2)V99.

       FD REPORTE.
       01 REG-GANANCIAS.
           05 MES                     PIC 9(6).
           05 GANANCIA-TOTAL          PIC 9(8)V99.
           05 UNIDADES-VENDIDAS-MES   PIC 9(5).
           05 FECHA-GENERACION        PIC 9(8).

       FD LIBRO-IVA.
       01 LINEA-LIBRO                 PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-VENTAS-DIARIO         PIC XX.
           88 FIN-VENTAS-DIARIO    VALUE "10".
           88 F-NOEXISTE-DIARIO    VALUE "35".
       77 FS-HISTORICO             PIC XX.
           88 FIN-HISTORICO        VALUE "10".
           88 F-NOEXISTE-HIST      VALUE "35".
       77 FS-CTACTE                PIC XX.
           88 FIN-CTACTE           VALUE "10".
           88 F-NOEXISTE-CTA       VALUE "35".
       77 FS-TASAS-IVA             PIC XX.
           88 ESTA-TASA-IVA        VALUE "00" "02".
           88 F-NOEXISTE-TIV       VALUE "35".
       77 FS-REPORTE               PIC XX.
           88 ESTA-REPORTE         VALUE "00" "02".
           88 F-NOEXISTE-REPORTE   VALUE "35".
       77 FS-LIBRO-IVA             PIC XX.
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

      *LINEA DEL DIARIO DE VENTAS (48 POSICIONES, IGUAL QUE EN
      *VENTAS-LOCAL); LAS LINEAS VIEJAS DE 31 TRAEN EL DESGLOSE EN
      *BLANCO.
       01 LINEA-VENTA.
           05 VTA-FECHA               PIC 9(8).
           05 VTA-TIPO                PIC X(01).
               88 VTA-ES-ANULACION    VALUE "A".
           05 VTA-PRODUCTO            PIC 9(2).
           05 VTA-CANTIDAD            PIC 9(3).
           05 VTA-IMPORTE             PIC 9(6)V99.
           05 VTA-TICKET              PIC 9(6).
           05 VTA-SUCURSAL            PIC X(03).
           05 VTA-TASA-IVA            PIC X(01).
           05 VTA-NETO                PIC 9(6)V99.
           05 VTA-IVA                 PIC 9(6)V99.

       77 WS-MES                   PIC 9(6) VALUE ZEROS.
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.

      *PORCENTAJE VIGENTE POR ALICUOTA (1=E, 2=R, 3=G) Y TOTALES DEL
      *LIBRO: VENTAS DEL DIARIO Y NOTAS DE CREDITO POR SEPARADO.
       01 TABLA-ALICUOTAS.
           05 ALI-ENT OCCURS 3 TIMES.
               10 ALI-CODIGO       PIC X(01).
               10 ALI-LEYENDA      PIC X(12).
               10 ALI-PORCENTAJE   PIC 9(2)V99.
               10 ALI-VTA-NETO     PIC S9(8)V99.
               10 ALI-VTA-IVA      PIC S9(8)V99.
               10 ALI-NC-NETO      PIC S9(8)V99.
               10 ALI-NC-IVA       PIC S9(8)V99.
       77 WS-IND-ALI               PIC 9(1) VALUE ZEROS.

      *LINEA EN CURSO YA DESGLOSADA.
       77 WS-TASA-LINEA            PIC X(01) VALUE SPACES.
       77 WS-BRUTO-LINEA           PIC 9(7)V99 VALUE ZEROS.
       77 WS-NETO-LINEA            PIC 9(7)V99 VALUE ZEROS.
       77 WS-IVA-LINEA             PIC 9(7)V99 VALUE ZEROS.
       77 WS-SIGNO-LINEA           PIC S9(1) VALUE +1.

       77 WS-TOTAL-DIARIO          PIC S9(8)V99 VALUE ZEROS.
       77 WS-TOTAL-NETO            PIC S9(8)V99 VALUE ZEROS.
       77 WS-TOTAL-IVA             PIC S9(8)V99 VALUE ZEROS.
       77 WS-DIFERENCIA            PIC S9(8)V99 VALUE ZEROS.
       77 WS-CANT-LINEAS           PIC 9(6) VALUE ZEROS.
       77 WS-CANT-NOTAS            PIC 9(6) VALUE ZEROS.
       77 WS-CANT-SIN-DESGLOSE     PIC 9(6) VALUE ZEROS.

      *IMPORTES EDITADOS CON SIGNO PARA EL LISTADO.
       77 WS-EDIT-NETO             PIC -9(8).99 VALUE ZEROS.
       77 WS-EDIT-IVA              PIC -9(8).99 VALUE ZEROS.
       77 WS-EDIT-TOTAL            PIC -9(8).99 VALUE ZEROS.
       77 WS-EDIT-PORC             PIC 99.99    VALUE ZEROS.

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           DISPLAY " ".
           DISPLAY "===== LIBRO IVA VENTAS =====".
           DISPLAY "INGRESE EL MES (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-MES.
           IF WS-MES = ZEROS
               DISPLAY "MES INVALIDO."
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 020-CARGAR-ALICUOTAS.
           OPEN OUTPUT LIBRO-IVA.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "LIBRO IVA VENTAS - MES " DELIMITED BY SIZE
                   WS-MES                   DELIMITED BY SIZE
                   " - EMITIDO "            DELIMITED BY SIZE
                   WS-FECHA-HOY             DELIMITED BY SIZE
                   INTO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE SPACES TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE "FECHA    T TICKET PR A         NETO          IVA"
                   TO LINEA-LIBRO.
           MOVE "        TOTAL" TO LINEA-LIBRO (51:13).
           WRITE LINEA-LIBRO.

           PERFORM 030-LEER-DIARIO THRU 030-LEER-DIARIO-EXIT.
           PERFORM 040-LEER-NOTAS-CREDITO
                   THRU 040-LEER-NOTAS-CREDITO-EXIT.
           PERFORM 060-TOTALES-POR-ALICUOTA.
           PERFORM 070-CONTROL-CIERRE THRU 070-CONTROL-CIERRE-EXIT.
           CLOSE LIBRO-IVA.
           DISPLAY "LIBRO-IVA-VENTAS.LST GENERADO: " WS-CANT-LINEAS
                   " LINEAS DEL DIARIO, " WS-CANT-NOTAS
                   " NOTAS DE CREDITO.".
       010-PRINCIPAL-FIN.
           STOP RUN.

      *PORCENTAJES DE TASAS-IVA.DAT; SIN ARCHIVO O SIN EL CODIGO
      *RIGEN LOS DE SIEMPRE, IGUAL QUE EN VENTAS-LOCAL.
       020-CARGAR-ALICUOTAS.
           INITIALIZE TABLA-ALICUOTAS.
           MOVE "E"            TO ALI-CODIGO (1).
           MOVE "EXENTO"       TO ALI-LEYENDA (1).
           MOVE ZEROS          TO ALI-PORCENTAJE (1).
           MOVE "R"            TO ALI-CODIGO (2).
           MOVE "IVA REDUCIDA" TO ALI-LEYENDA (2).
           MOVE 10.50          TO ALI-PORCENTAJE (2).
           MOVE "G"            TO ALI-CODIGO (3).
           MOVE "IVA GENERAL"  TO ALI-LEYENDA (3).
           MOVE 21             TO ALI-PORCENTAJE (3).
           OPEN INPUT TASAS-IVA.
           IF F-NOEXISTE-TIV
               CLOSE TASAS-IVA
           ELSE
               PERFORM VARYING WS-IND-ALI FROM 1 BY 1
                       UNTIL WS-IND-ALI > 3
                   MOVE ALI-CODIGO (WS-IND-ALI) TO TIV-CODIGO
                   READ TASAS-IVA
                       INVALID KEY CONTINUE
                   END-READ
                   IF ESTA-TASA-IVA
                       MOVE TIV-PORCENTAJE
                               TO ALI-PORCENTAJE (WS-IND-ALI)
                   END-IF
               END-PERFORM
               CLOSE TASAS-IVA
           END-IF.

      *LINEAS DEL MES EN EL DIARIO VIVO Y EN EL HISTORICO. UN MES
      *CERRADO ESTA ENTERO EN EL HISTORICO; UNO ABIERTO, EN EL VIVO.
       030-LEER-DIARIO.
           OPEN INPUT VENTAS-DIARIO.
           IF F-NOEXISTE-DIARIO
               MOVE "VENTAS-DIARIO.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-VENTAS-DIARIO    TO WS-STATUS-ERROR
               MOVE "W"                 TO WS-SEVERIDAD-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE VENTAS-DIARIO
           ELSE
               MOVE SPACES TO LINEA-VENTA
               READ VENTAS-DIARIO INTO LINEA-VENTA
                   AT END SET FIN-VENTAS-DIARIO TO TRUE
               END-READ
               PERFORM UNTIL FIN-VENTAS-DIARIO
                   IF VTA-FECHA (1:6) = WS-MES
                       PERFORM 050-ASENTAR-LINEA
                   END-IF
                   MOVE SPACES TO LINEA-VENTA
                   READ VENTAS-DIARIO INTO LINEA-VENTA
                       AT END SET FIN-VENTAS-DIARIO TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VENTAS-DIARIO
           END-IF.
           OPEN INPUT DIARIO-HISTORICO.
           IF F-NOEXISTE-HIST
               CLOSE DIARIO-HISTORICO
               GO TO 030-LEER-DIARIO-EXIT
           END-IF.
           MOVE SPACES TO LINEA-VENTA.
           READ DIARIO-HISTORICO INTO LINEA-VENTA
               AT END SET FIN-HISTORICO TO TRUE
           END-READ.
           PERFORM UNTIL FIN-HISTORICO
               IF VTA-FECHA (1:6) = WS-MES
                   PERFORM 050-ASENTAR-LINEA
               END-IF
               MOVE SPACES TO LINEA-VENTA
               READ DIARIO-HISTORICO INTO LINEA-VENTA
                   AT END SET FIN-HISTORICO TO TRUE
               END-READ
           END-PERFORM.
           CLOSE DIARIO-HISTORICO.
       030-LEER-DIARIO-EXIT.
           EXIT.

      *NOTAS DE CREDITO DEL MES: RESTAN NETO E IVA EN SU ALICUOTA.
      *LAS EMITIDAS ANTES DEL DESGLOSE VAN A LA ALICUOTA GENERAL.
       040-LEER-NOTAS-CREDITO.
           OPEN INPUT CTACTE.
           IF F-NOEXISTE-CTA
               CLOSE CTACTE
               GO TO 040-LEER-NOTAS-CREDITO-EXIT
           END-IF.
           MOVE SPACES TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE "NOTAS DE CREDITO DEL MES" TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE SPACES TO LINEA-CTACTE.
           READ CTACTE AT END SET FIN-CTACTE TO TRUE END-READ.
           PERFORM UNTIL FIN-CTACTE
               IF CTA-ES-NOTA-CRED AND CTA-FECHA (1:6) = WS-MES
                   ADD 1 TO WS-CANT-NOTAS
                   MOVE CTA-IMPORTE  TO WS-BRUTO-LINEA
                   MOVE CTA-TASA-IVA TO WS-TASA-LINEA
                   IF WS-TASA-LINEA NOT = SPACES
                       AND CTA-NETO IS NUMERIC
                       AND CTA-IVA IS NUMERIC
                       MOVE CTA-NETO TO WS-NETO-LINEA
                       MOVE CTA-IVA  TO WS-IVA-LINEA
                       PERFORM 055-UBICAR-ALICUOTA
                   ELSE
                       PERFORM 056-DESGLOSAR-GENERAL
                   END-IF
                   SUBTRACT WS-NETO-LINEA
                           FROM ALI-NC-NETO (WS-IND-ALI)
                   SUBTRACT WS-IVA-LINEA
                           FROM ALI-NC-IVA (WS-IND-ALI)
                   COMPUTE WS-EDIT-NETO  = WS-NETO-LINEA * -1
                   COMPUTE WS-EDIT-IVA   = WS-IVA-LINEA * -1
                   COMPUTE WS-EDIT-TOTAL = WS-BRUTO-LINEA * -1
                   MOVE SPACES TO LINEA-LIBRO
                   STRING CTA-FECHA          DELIMITED BY SIZE
                           " N "             DELIMITED BY SIZE
                           CTA-FACTURA       DELIMITED BY SIZE
                           " -- "            DELIMITED BY SIZE
                           WS-TASA-LINEA     DELIMITED BY SIZE
                           " "               DELIMITED BY SIZE
                           WS-EDIT-NETO      DELIMITED BY SIZE
                           " "               DELIMITED BY SIZE
                           WS-EDIT-IVA       DELIMITED BY SIZE
                           " "               DELIMITED BY SIZE
                           WS-EDIT-TOTAL     DELIMITED BY SIZE
                           INTO LINEA-LIBRO
                   WRITE LINEA-LIBRO
               END-IF
               MOVE SPACES TO LINEA-CTACTE
               READ CTACTE AT END SET FIN-CTACTE TO TRUE END-READ
           END-PERFORM.
           CLOSE CTACTE.
       040-LEER-NOTAS-CREDITO-EXIT.
           EXIT.

      *UNA LINEA DEL DIARIO: DESGLOSE (EL GRABADO, O A TASA GENERAL
      *SI ES UNA LINEA VIEJA), ACUMULACION Y RENGLON DEL LISTADO.
       050-ASENTAR-LINEA.
           ADD 1 TO WS-CANT-LINEAS.
           MOVE VTA-IMPORTE  TO WS-BRUTO-LINEA.
           MOVE VTA-TASA-IVA TO WS-TASA-LINEA.
           IF WS-TASA-LINEA NOT = SPACES
               AND VTA-NETO IS NUMERIC
               AND VTA-IVA IS NUMERIC
               MOVE VTA-NETO TO WS-NETO-LINEA
               MOVE VTA-IVA  TO WS-IVA-LINEA
               PERFORM 055-UBICAR-ALICUOTA
           ELSE
               ADD 1 TO WS-CANT-SIN-DESGLOSE
               PERFORM 056-DESGLOSAR-GENERAL
           END-IF.
           IF VTA-ES-ANULACION
               MOVE -1 TO WS-SIGNO-LINEA
           ELSE
               MOVE +1 TO WS-SIGNO-LINEA
           END-IF.
           COMPUTE ALI-VTA-NETO (WS-IND-ALI) = ALI-VTA-NETO (WS-IND-ALI)
                   + WS-NETO-LINEA * WS-SIGNO-LINEA.
           COMPUTE ALI-VTA-IVA (WS-IND-ALI) = ALI-VTA-IVA (WS-IND-ALI)
                   + WS-IVA-LINEA * WS-SIGNO-LINEA.
           COMPUTE WS-TOTAL-DIARIO = WS-TOTAL-DIARIO
                   + WS-BRUTO-LINEA * WS-SIGNO-LINEA.
           COMPUTE WS-EDIT-NETO  = WS-NETO-LINEA * WS-SIGNO-LINEA.
           COMPUTE WS-EDIT-IVA   = WS-IVA-LINEA * WS-SIGNO-LINEA.
           COMPUTE WS-EDIT-TOTAL = WS-BRUTO-LINEA * WS-SIGNO-LINEA.
           MOVE SPACES TO LINEA-LIBRO.
           STRING VTA-FECHA          DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   VTA-TIPO          DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   VTA-TICKET        DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   VTA-PRODUCTO      DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-TASA-LINEA     DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-EDIT-NETO      DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-EDIT-IVA       DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-EDIT-TOTAL     DELIMITED BY SIZE
                   INTO LINEA-LIBRO.
           WRITE LINEA-LIBRO.

      *INDICE DE LA ALICUOTA DE WS-TASA-LINEA; UN CODIGO DESCONOCIDO
      *SE TOMA COMO GENERAL.
       055-UBICAR-ALICUOTA.
           EVALUATE WS-TASA-LINEA
               WHEN "E"   MOVE 1 TO WS-IND-ALI
               WHEN "R"   MOVE 2 TO WS-IND-ALI
               WHEN OTHER MOVE 3 TO WS-IND-ALI
                          MOVE "G" TO WS-TASA-LINEA
           END-EVALUATE.

      *DESGLOSE DE UN IMPORTE SIN ALICUOTA GRABADA, A TASA GENERAL,
      *CON EL MISMO REDONDEO QUE VENTAS-LOCAL.
       056-DESGLOSAR-GENERAL.
           MOVE "G" TO WS-TASA-LINEA.
           MOVE 3   TO WS-IND-ALI.
           COMPUTE WS-NETO-LINEA ROUNDED = WS-BRUTO-LINEA * 100
                   / (100 + ALI-PORCENTAJE (3)).
           COMPUTE WS-IVA-LINEA = WS-BRUTO-LINEA - WS-NETO-LINEA.

      *PIE DEL LIBRO: POR ALICUOTA, VENTAS, NOTAS DE CREDITO Y NETO
      *DEL MES; AL FINAL EL TOTAL GENERAL.
       060-TOTALES-POR-ALICUOTA.
           MOVE ZEROS TO WS-TOTAL-NETO WS-TOTAL-IVA.
           MOVE SPACES TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE "TOTALES POR ALICUOTA              NETO          IVA"
                   TO LINEA-LIBRO.
           MOVE "        TOTAL" TO LINEA-LIBRO (51:13).
           WRITE LINEA-LIBRO.
           PERFORM VARYING WS-IND-ALI FROM 1 BY 1
                   UNTIL WS-IND-ALI > 3
               MOVE ALI-PORCENTAJE (WS-IND-ALI) TO WS-EDIT-PORC
               MOVE ALI-VTA-NETO (WS-IND-ALI) TO WS-EDIT-NETO
               MOVE ALI-VTA-IVA (WS-IND-ALI)  TO WS-EDIT-IVA
               COMPUTE WS-EDIT-TOTAL = ALI-VTA-NETO (WS-IND-ALI)
                       + ALI-VTA-IVA (WS-IND-ALI)
               MOVE SPACES TO LINEA-LIBRO
               STRING ALI-LEYENDA (WS-IND-ALI) DELIMITED BY SIZE
                       " "                   DELIMITED BY SIZE
                       WS-EDIT-PORC          DELIMITED BY SIZE
                       "% VENTAS "           DELIMITED BY SIZE
                       WS-EDIT-NETO          DELIMITED BY SIZE
                       " "                   DELIMITED BY SIZE
                       WS-EDIT-IVA           DELIMITED BY SIZE
                       " "                   DELIMITED BY SIZE
                       WS-EDIT-TOTAL         DELIMITED BY SIZE
                       INTO LINEA-LIBRO
               WRITE LINEA-LIBRO
               MOVE ALI-NC-NETO (WS-IND-ALI) TO WS-EDIT-NETO
               MOVE ALI-NC-IVA (WS-IND-ALI)  TO WS-EDIT-IVA
               COMPUTE WS-EDIT-TOTAL = ALI-NC-NETO (WS-IND-ALI)
                       + ALI-NC-IVA (WS-IND-ALI)
               MOVE SPACES TO LINEA-LIBRO
               STRING "                   N.CRED "
                                             DELIMITED BY SIZE
                       WS-EDIT-NETO          DELIMITED BY SIZE
                       " "                   DELIMITED BY SIZE
                       WS-EDIT-IVA           DELIMITED BY SIZE
                       " "                   DELIMITED BY SIZE
                       WS-EDIT-TOTAL         DELIMITED BY SIZE
                       INTO LINEA-LIBRO
               WRITE LINEA-LIBRO
               COMPUTE WS-TOTAL-NETO = WS-TOTAL-NETO
                       + ALI-VTA-NETO (WS-IND-ALI)
                       + ALI-NC-NETO (WS-IND-ALI)
               COMPUTE WS-TOTAL-IVA = WS-TOTAL-IVA
                       + ALI-VTA-IVA (WS-IND-ALI)
                       + ALI-NC-IVA (WS-IND-ALI)
           END-PERFORM.
           MOVE WS-TOTAL-NETO TO WS-EDIT-NETO.
           MOVE WS-TOTAL-IVA  TO WS-EDIT-IVA.
           COMPUTE WS-EDIT-TOTAL = WS-TOTAL-NETO + WS-TOTAL-IVA.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "TOTAL DEL MES            " DELIMITED BY SIZE
                   WS-EDIT-NETO              DELIMITED BY SIZE
                   " "                       DELIMITED BY SIZE
                   WS-EDIT-IVA               DELIMITED BY SIZE
                   " "                       DELIMITED BY SIZE
                   WS-EDIT-TOTAL             DELIMITED BY SIZE
                   INTO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           IF WS-CANT-SIN-DESGLOSE NOT = ZEROS
               MOVE SPACES TO LINEA-LIBRO
               STRING "LINEAS SIN ALICUOTA GRABADA, DESGLOSADAS A "
                                             DELIMITED BY SIZE
                       "TASA GENERAL: "      DELIMITED BY SIZE
                       WS-CANT-SIN-DESGLOSE  DELIMITED BY SIZE
                       INTO LINEA-LIBRO
               WRITE LINEA-LIBRO
           END-IF.
           DISPLAY "IVA DEBITO DEL MES: " WS-EDIT-IVA.

      *EL TOTAL COBRADO SEGUN EL DIARIO (SIN LAS NOTAS, QUE EL
      *CIERRE NO TOMA) DEBE COINCIDIR CON LA GANANCIA QUE
      *CIERRE-PERIODO GRABO PARA EL MES. UNA DIFERENCIA QUEDA EN LA
      *BITACORA COMO AVISO PARA EL CONTADOR.
       070-CONTROL-CIERRE.
           MOVE SPACES TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE WS-TOTAL-DIARIO TO WS-EDIT-TOTAL.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "CONTROL: TOTAL COBRADO SEGUN DIARIO "
                                             DELIMITED BY SIZE
                   WS-EDIT-TOTAL             DELIMITED BY SIZE
                   INTO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           OPEN INPUT REPORTE.
           IF F-NOEXISTE-REPORTE
               CLOSE REPORTE
               MOVE "CONTROL: MES SIN CERRAR (NO HAY GANANCIAS-LOCAL)"
                       TO LINEA-LIBRO
               WRITE LINEA-LIBRO
               DISPLAY "MES SIN CERRAR, NO HAY CONTROL CONTRA EL "
                       "CIERRE."
               GO TO 070-CONTROL-CIERRE-EXIT
           END-IF.
           MOVE WS-MES TO MES.
           READ REPORTE
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REPORTE
               CLOSE REPORTE
               MOVE "CONTROL: MES SIN CERRAR EN CIERRE-PERIODO"
                       TO LINEA-LIBRO
               WRITE LINEA-LIBRO
               DISPLAY "MES SIN CERRAR, NO HAY CONTROL CONTRA EL "
                       "CIERRE."
               GO TO 070-CONTROL-CIERRE-EXIT
           END-IF.
           CLOSE REPORTE.
      *EL CIERRE ASIENTA EN CERO UN MES NEGATIVO.
           IF WS-TOTAL-DIARIO < ZEROS
               MOVE ZEROS TO WS-TOTAL-DIARIO
           END-IF.
           COMPUTE WS-DIFERENCIA = WS-TOTAL-DIARIO - GANANCIA-TOTAL.
           MOVE GANANCIA-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO LINEA-LIBRO.
           STRING "CONTROL: GANANCIA ASENTADA EN EL CIERRE "
                                             DELIMITED BY SIZE
                   WS-EDIT-TOTAL             DELIMITED BY SIZE
                   INTO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           IF WS-DIFERENCIA = ZEROS
               MOVE "CONTROL: CONCILIA CON EL CIERRE DEL MES"
                       TO LINEA-LIBRO
               WRITE LINEA-LIBRO
               DISPLAY "CONCILIA CON EL CIERRE DEL MES."
           ELSE
               MOVE WS-DIFERENCIA TO WS-EDIT-TOTAL
               MOVE SPACES TO LINEA-LIBRO
               STRING "CONTROL: DIFERENCIA CONTRA EL CIERRE "
                                             DELIMITED BY SIZE
                       WS-EDIT-TOTAL         DELIMITED BY SIZE
                       INTO LINEA-LIBRO
               WRITE LINEA-LIBRO
               DISPLAY "ATENCION: DIFERENCIA CONTRA EL CIERRE "
                       WS-EDIT-TOTAL
               MOVE "LIBRO-IVA-VENTAS" TO WS-ARCHIVO-ERROR
               MOVE "99"               TO WS-STATUS-ERROR
               MOVE "W"                TO WS-SEVERIDAD-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE 4 TO RETURN-CODE
           END-IF.
       070-CONTROL-CIERRE-EXIT.
           EXIT.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "LIBRO-IVA-VENTAS " DELIMITED BY SIZE
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
           MOVE "E" TO WS-SEVERIDAD-ERROR.
       END PROGRAM LIBRO-IVA-VENTAS.
