       DATE-WRITTEN.              02/09/2026.

      *PRESION DE LA COLA DE RESERVAS SOBRE EL CATALOGO: CUENTA LOS
      *SOCIOS EN ESPERA (RESERVAS "A", RETENIDAS "R" Y EN TRANSITO
      *"T") POR LIBRO-ID,
      *LOS CRUZA CONTRA LOS EJEMPLARES DEL TITULO Y RANKEA LOS
      *PEORES COCIENTES EN PRESION-RESERVAS.LST. HASTA AHORA EL
      *TITULO CON NUEVE ESPERANDO SOBRE DOS EJEMPLARES SE DESCUBRIA
           05 RESERVA-ESTADO              PIC X(01).
               88 RESERVA-ACTIVA          VALUE "A".
               88 RESERVA-RETENIDA        VALUE "R".
               88 RESERVA-EN-TRANSITO     VALUE "T".
           05 RESERVA-FECHA-LIMITE        PIC 9(8).
           05 RESERVA-SUCURSAL-RETIRO     PIC X(03).

       FD REG-LIBROS.
       01 DATOS-LIBRO-STATUS.
      *CATEGORIA DEL RENGLON (AGREGADA AL FINAL), PARA EL CONTROL
      *PRESUPUESTARIO DE COMPRAS.
           05 OC-CATEGORIA            PIC X(15).
      *FECHA DE LA ULTIMA RECEPCION DEL RENGLON (AGREGADA AL FINAL;
      *CERO MIENTRAS NO LLEGUE NADA).
           05 OC-FECHA-RECEPCION      PIC 9(8).

       FD PRESUPUESTO.
       01 DATOS-PRESUPUESTO.
           GOBACK.

      *UNA PASADA POR LA COLA DE RESERVAS SUMANDO ESPERAS ("A" MAS
      *RETENIDAS "R" Y EN TRANSITO "T") POR LIBRO-ID.
       020-ACUMULAR-COLAS.
           OPEN INPUT REG-RESERVAS.
           IF F-NOEXISTE-RES
           END-IF.
           PERFORM UNTIL FIN-REG-RES
               IF RESERVA-ACTIVA OR RESERVA-RETENIDA
                       OR RESERVA-EN-TRANSITO
                   PERFORM 025-UBICAR-TITULO
                   IF WS-IND-HALLADO NOT = ZEROS
                       ADD 1 TO PRE-ESPERAS (WS-IND-HALLADO)
           MOVE ZEROS               TO OC-RECIBIDO.
           SET OC-ABIERTA           TO TRUE.
           MOVE PRE-CATEGORIA (WS-IND) TO OC-CATEGORIA.
           MOVE ZEROS               TO OC-FECHA-RECEPCION.
           WRITE DATOS-ORDEN
               INVALID KEY
               DISPLAY "ERROR AL GRABAR EL RENGLON " WS-RENGLON
