      *DETALLE DE MULTAS Y PAGOS CON EL SALDO (REG-FINES-MAESTRO.DAT,
      *MISMA CUENTA QUE CALCULAR-SALDO-SOCIO EN PROG-PAGOS-F.CBL) Y
      *LAS RESERVAS PENDIENTES (REG-RESERVAS.DAT). HASTA AHORA LA
      *PREGUNTA "COMO ESTOY?" NECESITABA TRES PROGRAMAS. CIERRA CON
      *EL SALDO PREPAGO A FAVOR DEL SOCIO (PREPAGOS-SOCIOS.DAT).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

           SELECT PREPAGOS ASSIGN TO "PREPAGOS-SOCIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PREPAGOS.

           SELECT ESTADO ASSIGN TO "ESTADO-CUENTA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADO.
      *VENCIDA (VER REGISTROLIBROS/RESERVAS-NOCHE).
               88 RESERVA-RETENIDA-STATUS        VALUE "R".
               88 RESERVA-VENCIDA-STATUS         VALUE "V".
      *"T": EL EJEMPLAR VIAJA A LA SUCURSAL DE RETIRO DEL SOCIO.
               88 RESERVA-EN-TRANSITO-STATUS     VALUE "T".
      *ULTIMO DIA DE RETIRO DE UNA RETENCION (AGREGADA AL FINAL).
           05 RESERVA-FECHA-LIMITE-STATUS        PIC 9(8).
      *SUCURSAL DONDE EL SOCIO RETIRA (AGREGADA AL FINAL).
           05 RESERVA-SUCURSAL-RETIRO-STATUS     PIC X(03).

       FD REG-LIBROS.
       01 DATOS-LIBRO-STATUS.
           05 SOCIO-RESPONSABLE-STATUS PIC X(11).
           05 FILLER                  PIC X(315).

      *MAYOR DE SALDO PREPAGO: LA CARGA ("C") SUMA, LO DEMAS RESTA.
       FD PREPAGOS.
       01 LINEA-PREPAGO.
           05 PPG-SOCIO-ID            PIC 9(6).
           05 PPG-FECHA               PIC 9(8).
           05 PPG-TIPO                PIC X(01).
               88 PPG-CARGA           VALUE "C".
           05 PPG-IMPORTE             PIC 9(6)V99.
           05 FILLER                  PIC X(24).

       FD ESTADO.
       01 LINEA-ESTADO                PIC X(80).

           88 FIN-REG-SOC          VALUE "10".
           88 F-NOEXISTE-SOC       VALUE "35".

       77 FS-PREPAGOS              PIC XX.
           88 FIN-PREPAGOS         VALUE "10".
           88 F-NOEXISTE-PPG       VALUE "05" "35".

       77 FS-ESTADO                PIC XX.
           88 ESTA-ESTADO          VALUE "00" "02".

       77 AUX-SALDO-ASIGNADO       PIC 9(7)V99 VALUE ZEROS.
       77 AUX-SALDO-PAGADO         PIC 9(7)V99 VALUE ZEROS.
       77 AUX-SALDO-ADEUDADO       PIC S9(7)V99 VALUE ZEROS.
       77 AUX-SALDO-PREPAGO        PIC S9(7)V99 VALUE ZEROS.
      *Importes editados con punto decimal para las lineas del
      *estado.
       77 WS-IMPORTE-EDIT          PIC 9(7).99 VALUE ZEROS.
                   THRU 040-SECCION-PRESTAMOS-EXIT.
           PERFORM 050-SECCION-MULTAS THRU 050-SECCION-MULTAS-EXIT.
           PERFORM 060-SECCION-RESERVAS THRU 060-SECCION-RESERVAS-EXIT.
           PERFORM 065-SECCION-PREPAGO THRU 065-SECCION-PREPAGO-EXIT.
       025-CUERPO-SOCIO-EXIT.
           EXIT.

           PERFORM UNTIL FIN-REG-RES
               IF RESERVA-SOCIO-ID-STATUS = AUX-SOCIO-ID
                   AND (RESERVA-ACTIVA-STATUS
                       OR RESERVA-RETENIDA-STATUS
                       OR RESERVA-EN-TRANSITO-STATUS)
                   ADD 1 TO WS-CANT-SECCION
                   MOVE RESERVA-LIBRO-ID-STATUS TO WS-LIBRO-BUSCADO
                   PERFORM 070-BUSCAR-TITULO
                               RESERVA-FECHA-LIMITE-STATUS
                                         DELIMITED BY SIZE
                               INTO LINEA-ESTADO
                   END-IF
      *EN CAMINO A LA SUCURSAL DE RETIRO: EL PLAZO CORRE AL LLEGAR.
                   IF RESERVA-EN-TRANSITO-STATUS
                       STRING "LIBRO "   DELIMITED BY SIZE
                               RESERVA-LIBRO-ID-STATUS
                                         DELIMITED BY SIZE
                               " "       DELIMITED BY SIZE
                               WS-TITULO-LIBRO DELIMITED BY SIZE
                               " EN CAMINO A SUCURSAL "
                                         DELIMITED BY SIZE
                               RESERVA-SUCURSAL-RETIRO-STATUS
                                         DELIMITED BY SIZE
                               INTO LINEA-ESTADO
                   END-IF
                   IF RESERVA-ACTIVA-STATUS
                       STRING "LIBRO "   DELIMITED BY SIZE
                               RESERVA-LIBRO-ID-STATUS
                                         DELIMITED BY SIZE
       060-SECCION-RESERVAS-EXIT.
           EXIT.

      *SALDO PREPAGO A FAVOR: CARGAS MENOS CONSUMOS Y DEVOLUCIONES,
      *MISMA CUENTA QUE LA CAJA DE VENTAS-LOCAL.
       065-SECCION-PREPAGO.
           MOVE ZEROS TO WS-CANT-SECCION AUX-SALDO-PREPAGO.
           MOVE SPACES TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE "-- SALDO PREPAGO --" TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           OPEN INPUT PREPAGOS.
           IF F-NOEXISTE-PPG
               CLOSE PREPAGOS
               GO TO 065-SECCION-PREPAGO-SIN
           END-IF.
           READ PREPAGOS AT END SET FIN-PREPAGOS TO TRUE END-READ.
           PERFORM UNTIL FIN-PREPAGOS
               IF PPG-SOCIO-ID = AUX-SOCIO-ID
                   ADD 1 TO WS-CANT-SECCION
                   IF PPG-CARGA
                       ADD PPG-IMPORTE TO AUX-SALDO-PREPAGO
                   ELSE
                       SUBTRACT PPG-IMPORTE FROM AUX-SALDO-PREPAGO
                   END-IF
               END-IF
               READ PREPAGOS AT END SET FIN-PREPAGOS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PREPAGOS.
           IF WS-CANT-SECCION = ZEROS
               GO TO 065-SECCION-PREPAGO-SIN
           END-IF.
           MOVE SPACES TO LINEA-ESTADO.
           MOVE AUX-SALDO-PREPAGO TO WS-IMPORTE-EDIT.
           STRING "SALDO PREPAGO A FAVOR: " DELIMITED BY SIZE
                   WS-IMPORTE-EDIT          DELIMITED BY SIZE
                   INTO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           GO TO 065-SECCION-PREPAGO-EXIT.
       065-SECCION-PREPAGO-SIN.
           MOVE "(SIN SALDO PREPAGO)" TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
       065-SECCION-PREPAGO-EXIT.
           EXIT.

       070-BUSCAR-TITULO.
           MOVE SPACES TO WS-TITULO-LIBRO.
           IF NOT F-NOEXISTE-LIB
