      *  Y UNA DIFERENCIA DEJA RETURN-CODE 12 PARA QUE
      *  PROCESO-NOCTURNO CORTE LA CADENA: UNA COPIA ILEGIBLE SE
      *  DESCUBRE ESTA NOCHE Y NO EL DIA DEL DESASTRE.
      *15/10/2026 - STOCK-MAESTRO.DAT PASA DE 53 A 54 POSICIONES
      *  (ALICUOTA DE IVA DEL PRODUCTO, VER MIGRA-STOCK-IVA.CBL).
      *15/10/2026 - REG-RESERVAS.DAT PASA DE 29 A 32 POSICIONES
      *  (SUCURSAL DE RETIRO DE LA RESERVA, VER MIGRA-RESERVAS-SUC).
      *15/10/2026 - STOCK-MAESTRO.DAT PASA DE 54 A 61 POSICIONES
      *  (COSTO PROMEDIO DE COMPRA, VER MIGRA-STOCK-COSTO.CBL).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FILLER                  PIC X(21).

       FD REG-RESERVAS.
       01 DATOS-RESERVA-STATUS        PIC X(32).
       01 DATOS-RESERVA-CLAVE REDEFINES DATOS-RESERVA-STATUS.
           05 RESERVA-CLAVE-STATUS    PIC X(20).
           05 FILLER                  PIC X(12).

       FD REG-FINES.
       01 FINES-TRANSACCION           PIC X(70).
           05 FILLER                  PIC X(28).

       FD STOCK-MAESTRO.
       01 PRODUCTO-STATUS             PIC X(61).
       01 PRODUCTO-CLAVE REDEFINES PRODUCTO-STATUS.
           05 LLAVE-NUMERO-PRODUCTO   PIC 9(2).
           05 FILLER                  PIC X(49).
