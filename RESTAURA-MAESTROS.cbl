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
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN "REG-RESERVAS.DAT"
                   MOVE WS-LINEA-DATOS (1:32) TO DATOS-RESERVA-STATUS
                   WRITE DATOS-RESERVA-STATUS
                       INVALID KEY CONTINUE
                   END-WRITE
