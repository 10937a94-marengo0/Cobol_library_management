      *EL NOMBRE DEL CLIENTE RESUELTO DE DATOS.DAT. EL CALCULO DE
      *DIAS ES UNA RESTA DE SERIALES (FECHA-SERIAL.CBL).

      *MODIFICACIONES.
      *15/10/2026 - LA FILA DE CTACTE-CLIENTES.DAT SUMA AL FINAL LA
      *  ALICUOTA, EL NETO Y EL IVA QUE GRABA VENTAS-LOCAL EN CADA
      *  FACTURA. LA NOTA DE CREDITO REVIERTE EL IVA EN PROPORCION A
      *  LO QUE ACREDITA, LO GRABA EN SU FILA "N" PARA EL LIBRO DE
      *  IVA VENTAS Y LO IMPRIME. FACTURAS VIEJAS SIN DESGLOSE: LA
      *  NOTA QUEDA SIN DESGLOSE Y EL LIBRO LA TOMA A TASA GENERAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *AGING Y EN EL CONTROL DE CREDITO NETEA IGUAL QUE UN PAGO.
               88 CTA-ES-NOTA-CRED    VALUE "N".
           05 CTA-IMPORTE             PIC 9(7)V99.
      *DESGLOSE DE IVA (AGREGADO AL FINAL; LAS FILAS VIEJAS Y LOS
      *PAGOS LO LLEVAN EN BLANCO).
           05 CTA-TASA-IVA            PIC X(01).
           05 CTA-NETO                PIC 9(7)V99.
           05 CTA-IVA                 PIC 9(7)V99.

       FD DATOS-CLIENTES.
       01 REG-CLIENTE-STATUS.
               10 FAC-FECHA        PIC 9(8).
               10 FAC-IMPORTE      PIC 9(7)V99.
               10 FAC-PAGADO       PIC 9(7)V99.
               10 FAC-TASA-IVA     PIC X(01).
               10 FAC-IVA          PIC 9(7)V99.
       77 WS-CANT-FACTURAS         PIC 9(3) VALUE ZEROS.
       77 WS-FAC-DESBORDADAS       PIC 9(4) VALUE ZEROS.
       77 WS-IND                   PIC 9(3) VALUE ZEROS.
           88 ESTA-REG-USU         VALUE "00" "02".
           88 F-NOEXISTE-USU       VALUE "35".
       77 WS-IMPORTE-NOTA          PIC 9(7)V99 VALUE ZEROS.
      *IVA QUE REVIERTE LA NOTA Y SU NETO.
       77 WS-TASA-NOTA             PIC X(01)   VALUE SPACES.
       77 WS-IVA-NOTA              PIC 9(7)V99 VALUE ZEROS.
       77 WS-NETO-NOTA             PIC 9(7)V99 VALUE ZEROS.
       77 WS-IVA-NOTA-EDIT         PIC 9(7).99 VALUE ZEROS.
       77 WS-NUMERO-NOTA           PIC 9(6) VALUE ZEROS.
       77 AUX-SUPERVISOR-OK        PIC X VALUE "N".
           88 SUPERVISOR-OK        VALUE "S".
           MOVE WS-FECHA-HOY TO CTA-FECHA.
           MOVE "P"          TO CTA-TIPO.
           MOVE WS-IMPORTE   TO CTA-IMPORTE.
           MOVE SPACES       TO CTA-TASA-IVA.
           MOVE ZEROS        TO CTA-NETO CTA-IVA.
           WRITE LINEA-CTACTE.
           CLOSE CTACTE.
           DISPLAY "COBRANZA REGISTRADA.".
               DISPLAY "AUTORIZACION RECHAZADA, NO SE EMITE LA NOTA."
               GO TO 080-NOTA-CREDITO-EXIT
           END-IF.
      *EL IVA DE LA NOTA ES EL DE LA FACTURA EN LA PROPORCION
      *ACREDITADA, A LA MISMA ALICUOTA.
           MOVE FAC-TASA-IVA (WS-IND-FAC) TO WS-TASA-NOTA.
           MOVE ZEROS TO WS-IVA-NOTA WS-NETO-NOTA.
           IF WS-TASA-NOTA NOT = SPACES
               COMPUTE WS-IVA-NOTA ROUNDED = FAC-IVA (WS-IND-FAC)
                       * WS-IMPORTE-NOTA / FAC-IMPORTE (WS-IND-FAC)
               COMPUTE WS-NETO-NOTA = WS-IMPORTE-NOTA - WS-IVA-NOTA
           END-IF.
           PERFORM 085-PROXIMO-NUMERO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN EXTEND CTACTE.
           MOVE WS-FECHA-HOY    TO CTA-FECHA.
           SET CTA-ES-NOTA-CRED TO TRUE.
           MOVE WS-IMPORTE-NOTA TO CTA-IMPORTE.
           MOVE WS-TASA-NOTA    TO CTA-TASA-IVA.
           MOVE WS-NETO-NOTA    TO CTA-NETO.
           MOVE WS-IVA-NOTA     TO CTA-IVA.
           WRITE LINEA-CTACTE.
           CLOSE CTACTE.
           PERFORM 087-IMPRIMIR-NOTA.
                   AUX-AUTORIZANTE        DELIMITED BY SIZE
                   INTO LINEA-FACTURA.
           WRITE LINEA-FACTURA.
           IF WS-TASA-NOTA NOT = SPACES
               MOVE SPACES TO LINEA-FACTURA
               MOVE WS-NETO-NOTA TO WS-IMPORTE-EDIT
               MOVE WS-IVA-NOTA  TO WS-IVA-NOTA-EDIT
               STRING "NETO "              DELIMITED BY SIZE
                       WS-IMPORTE-EDIT     DELIMITED BY SIZE
                       "  IVA REVERTIDO "  DELIMITED BY SIZE
                       WS-IVA-NOTA-EDIT    DELIMITED BY SIZE
                       "  ALICUOTA "       DELIMITED BY SIZE
                       WS-TASA-NOTA        DELIMITED BY SIZE
                       INTO LINEA-FACTURA
               WRITE LINEA-FACTURA
           END-IF.
           CLOSE FACTURAS.

      *AUTORIZACION DE UN ADMINISTRADOR CONTRA LA FICHA DE
                       MOVE CTA-IMPORTE
                               TO FAC-IMPORTE (WS-CANT-FACTURAS)
                       MOVE ZEROS TO FAC-PAGADO (WS-CANT-FACTURAS)
                       MOVE SPACES TO FAC-TASA-IVA (WS-CANT-FACTURAS)
                       MOVE ZEROS TO FAC-IVA (WS-CANT-FACTURAS)
                       IF CTA-TASA-IVA NOT = SPACES
                           AND CTA-IVA IS NUMERIC
                           MOVE CTA-TASA-IVA
                                   TO FAC-TASA-IVA (WS-CANT-FACTURAS)
                           MOVE CTA-IVA TO FAC-IVA (WS-CANT-FACTURAS)
                       END-IF
                   ELSE
                       ADD 1 TO WS-FAC-DESBORDADAS
                   END-IF
