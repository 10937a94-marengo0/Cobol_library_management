           05 RESERVA-ESTADO-STATUS              PIC X(01).
      *ULTIMO DIA DE RETIRO DE UNA RETENCION (AGREGADA AL FINAL).
           05 RESERVA-FECHA-LIMITE-STATUS        PIC 9(8).
      *SUCURSAL DONDE EL SOCIO RETIRA (AGREGADA AL FINAL).
           05 RESERVA-SUCURSAL-RETIRO-STATUS     PIC X(03).

       FD REG-FINES.
       01 FINES-TRANSACCION.
