               10 RESERVA-LIBRO-ID-STATUS PIC 9(6).
               10 RESERVA-SOCIO-ID-STATUS PIC 9(6).
               10 RESERVA-FECHA-STATUS    PIC 9(8).
           05 FILLER                      PIC X(12).

       FD AUDITORIA-LIBROS.
       01 LINEA-AUDITORIA             PIC X(100).
           05 WSR-LIBRO-ID            PIC 9(6).
           05 WSR-SOCIO-ID            PIC 9(6).
           05 WSR-FECHA               PIC 9(8).
           05 WSR-RESTO               PIC X(12).

      *ARMADO DE LA LINEA DE AUDITORIA DEL CATALOGO.
       77 AUD-CAMPO                PIC X(15) VALUE SPACES.
