           05 FILLER                  PIC X(22).

       FD REG-RESERVAS.
       01 DATOS-RESERVA-STATUS        PIC X(32).
       01 DATOS-RESERVA-CLAVE REDEFINES DATOS-RESERVA-STATUS.
           05 RESERVA-CLAVE-STATUS    PIC X(20).
           05 FILLER                  PIC X(12).

       FD REG-SOCIOS.
       01 DATOS-SOCIO-STATUS          PIC X(512).
                       END-REWRITE
                   END-IF
               WHEN "REG-RESERVAS.DAT"
                   MOVE JRN-REGISTRO (1:32) TO DATOS-RESERVA-STATUS
                   IF JRN-ES-BAJA
                       DELETE REG-RESERVAS RECORD
                           INVALID KEY CONTINUE
