               88 ES-MULTA-LIBRO      VALUE "S".
           05 STOCK-MINIMO    PIC 9(3).
           05 PROVEEDOR-REF   PIC X(10).
      *ALICUOTA DE IVA DEL PRODUCTO (AGREGADA AL FINAL): "E" EXENTO,
      *"R" REDUCIDA, "G" GENERAL. EL PORCENTAJE DE CADA CODIGO VIVE
      *EN TASAS-IVA.DAT (MANT-TASAS-IVA.CBL).
           05 TASA-IVA        PIC X(01).
               88 IVA-EXENTO          VALUE "E".
               88 IVA-REDUCIDA        VALUE "R".
               88 IVA-GENERAL         VALUE "G".
      *COSTO PROMEDIO PONDERADO DE COMPRA, SIN IVA (AGREGADO AL
      *FINAL). LO ACTUALIZA CADA RECEPCION EN STOCK-MANT.CBL.
           05 COSTO-PROMEDIO  PIC 9(5)V99.

       FD REPORTE-REPOSICION.
       01 LINEA-REPORTE               PIC X(80).
