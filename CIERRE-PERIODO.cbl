      *PERDERLAS (MISMO CRITERIO QUE EL PUNTO DE REANUDACION DE
      *ARCHIVA-PRESTAMOS.CBL).

      *MODIFICACIONES.
      *15/10/2026 - LA LINEA DEL DIARIO PASA DE 31 A 48 POSICIONES
      *  (ALICUOTA, NETO E IVA DE CADA VENTA): LOS INTERMEDIOS Y EL
      *  HISTORICO SE COPIAN CON EL LARGO NUEVO PARA NO PERDER EL
      *  DESGLOSE QUE LEE LIBRO-IVA-VENTAS.CBL.
      *15/10/2026 - LA LINEA DEL DIARIO PASA DE 48 A 56 POSICIONES
      *  (COSTO DE LO VENDIDO): SE COPIA ENTERA PARA QUE EL MARGEN
      *  BRUTO DE REP-GANANCIAS.CBL SIGA VALIENDO SOBRE EL HISTORICO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 DIARIO-TICKET           PIC 9(6).
      *SUCURSAL QUE VENDIO (AGREGADA AL FINAL).
           05 DIARIO-SUCURSAL         PIC X(03).
      *DESGLOSE DE IVA DEL IMPORTE (AGREGADO AL FINAL).
           05 DIARIO-TASA-IVA         PIC X(01).
           05 DIARIO-NETO             PIC 9(6)V99.
           05 DIARIO-IVA              PIC 9(6)V99.
      *COSTO DE LO VENDIDO (AGREGADO AL FINAL).
           05 DIARIO-COSTO            PIC 9(6)V99.

       FD DIARIO-HISTORICO.
       01 LINEA-HISTORICO             PIC X(56).

       FD DIARIO-TEMPORAL.
       01 LINEA-TEMPORAL              PIC X(56).

       FD MES-CERRADO.
       01 LINEA-MES-CERRADO           PIC X(56).

       FD CIERRE-CHECKPOINT.
      *LOS PUNTOS VIEJOS TRAIAN SOLO EL MES; EN ESOS LA ETAPA QUEDA
