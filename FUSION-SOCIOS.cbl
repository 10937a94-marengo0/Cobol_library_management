           05 RESERVA-ESTADO-STATUS              PIC X(01).
      *ULTIMO DIA DE RETIRO DE UNA RETENCION (AGREGADA AL FINAL).
           05 RESERVA-FECHA-LIMITE-STATUS        PIC 9(8).
      *SUCURSAL DONDE EL SOCIO RETIRA (AGREGADA AL FINAL).
           05 RESERVA-SUCURSAL-RETIRO-STATUS     PIC X(03).

       FD REG-FINES.
       01 FINES-TRANSACCION.
           05 WSR-LIBRO-ID            PIC 9(6).
           05 WSR-SOCIO-ID            PIC 9(6).
           05 WSR-FECHA               PIC 9(8).
           05 WSR-RESTO               PIC X(12).
       01 WS-NOTAS-DUP.
           05 WSN-LINEA               PIC X(68) OCCURS 10.
       77 WS-IND                   PIC 9(2) VALUE ZEROS.
