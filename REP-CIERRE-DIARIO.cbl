      *  DIARIO DE VENTAS FECHADO (VENTAS-DIARIO.DAT DE VENTAS-LOCAL)
      *  DEL DIA, RESTANDO ANULACIONES, ASI EL RESUMEN ES REALMENTE
      *  DEL DIA.
      *15/10/2026 - LA LINEA DEL DIARIO DE VENTAS SUMA AL FINAL LA
      *  ALICUOTA, EL NETO Y EL IVA; EL RESUMEN SIGUE TOTALIZANDO EL
      *  IMPORTE FINAL COBRADO.
      *15/10/2026 - EL CASTIGO DE UN SALDO INCOBRABLE (FILA "I" DEL
      *  MAYOR DE MULTAS) NO ES UN PAGO: NO SE CUENTA EN LOS PAGOS
      *  DEL DIA.
      *15/10/2026 - NUEVA SECCION DE VISITANTES Y CONSULTAS DE
      *  REFERENCIA DEL DIA (VISITANTES-DIA.DAT Y CONSULTAS-REF.DAT
      *  DE CONTEO-VISITAS), CON LAS CONSULTAS POR TIPO Y AMBOS
      *  TOTALES EN LA APERTURA POR SUCURSAL. NO SE GUARDAN EN
      *  CIERRES-DIARIOS.DAT: SE RECALCULAN DE SUS ARCHIVOS.
      *15/10/2026 - LA LINEA DEL DIARIO DE VENTAS SUMA AL FINAL EL
      *  COSTO DE LO VENDIDO; EL RESUMEN NO LO USA.

      *RESUMEN DE CIERRE DEL DIA PARA EL ENCARGADO DE SUCURSAL: JUNTA
      *EN UNA SOLA PANTALLA LA ACTIVIDAD DE PRESTAMOS (LIBRERIA/
               RECORD KEY IS CIE-FECHA
               FILE STATUS IS FS-CIERRES.

      *VISITANTES POR FECHA Y SUCURSAL Y PLANILLA DE CONSULTAS DE
      *REFERENCIA DEL MOSTRADOR, AMBOS DE CONTEO-VISITAS.CBL.
           SELECT VISITANTES-DIA ASSIGN TO "VISITANTES-DIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VTD-CLAVE
               FILE STATUS IS FS-VISITANTES.

           SELECT CONSULTAS-REF ASSIGN TO "CONSULTAS-REF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSULTAS.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               88 FINES-ASIGNADA     VALUE "A".
               88 FINES-PAGO         VALUE "P".
               88 FINES-EXONERADA    VALUE "E".
               88 FINES-CASTIGADA    VALUE "I".
           05 FINES-MONTO            PIC 9(6)V99.
           05 FINES-DIAS-ATRASO     PIC 9(3).
           05 FINES-FECHA-PRESTAMO   PIC 9(8).
           05 DIARIO-TICKET           PIC 9(6).
      *SUCURSAL QUE VENDIO (AGREGADA AL FINAL).
           05 DIARIO-SUCURSAL         PIC X(03).
      *DESGLOSE DE IVA DEL IMPORTE (AGREGADO AL FINAL).
           05 DIARIO-TASA-IVA         PIC X(01).
           05 DIARIO-NETO             PIC 9(6)V99.
           05 DIARIO-IVA              PIC 9(6)V99.
      *COSTO DE LO VENDIDO (AGREGADO AL FINAL).
           05 DIARIO-COSTO            PIC 9(6)V99.

       FD CIERRES-DIARIOS.
       01 REG-CIERRE-DIA.
           05 CIE-MONTO-EXONERADO     PIC 9(7)V99.
           05 CIE-VENTAS-IMPORTE      PIC 9(8)V99.

       FD VISITANTES-DIA.
       01 DATOS-VISITANTES.
           05 VTD-CLAVE.
               10 VTD-FECHA           PIC 9(8).
               10 VTD-SUCURSAL        PIC X(3).
           05 VTD-CANTIDAD            PIC 9(6).
           05 FILLER                  PIC X(9).

       FD CONSULTAS-REF.
       01 LINEA-CONSULTA.
           05 REF-FECHA               PIC 9(8).
           05 REF-HORA                PIC 9(4).
           05 REF-SUCURSAL            PIC X(3).
           05 REF-TIPO                PIC X(1).
           05 REF-CANTIDAD            PIC 9(3).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG         PIC X(80).

           88 FIN-CIERRES          VALUE "10".
           88 F-NOEXISTE-CIE       VALUE "35".

       77 FS-VISITANTES            PIC XX.
           88 FIN-VISITANTES       VALUE "10".
           88 F-NOEXISTE-VTD       VALUE "35".

       77 FS-CONSULTAS             PIC XX.
           88 FIN-CONSULTAS        VALUE "10".
           88 F-NOEXISTE-REF       VALUE "35".

       77 FS-ERROR-LOG             PIC XX.
           88 ESTA-ERROR-LOG       VALUE "00" "02".

               10 SUC-PRESTAMOS    PIC 9(5).
               10 SUC-PAGOS        PIC 9(7).
               10 SUC-VENTAS       PIC S9(8).
               10 SUC-VISITANTES   PIC 9(6).
               10 SUC-CONSULTAS    PIC 9(5).
       77 WS-CANT-SUCURSALES       PIC 9(2) VALUE ZEROS.
       77 WS-SUC-BUSCADA           PIC X(3) VALUE SPACES.
       77 WS-IND-SUC               PIC 9(2) VALUE ZEROS.
      *ANULACIONES DEL DIA RESTAN).
       77 WS-VENTAS-UNIDADES       PIC S9(7) VALUE ZEROS.
       77 WS-VENTAS-IMPORTE        PIC S9(8)V99 VALUE ZEROS.
      *ACUMULADORES DE LA SECCION DE VISITANTES Y CONSULTAS; LAS
      *CONSULTAS SE ABREN EN LOS CUATRO TIPOS DE LA PLANILLA DEL
      *MOSTRADOR (D=DIRECCIONES, C=CATALOGO, I=INVESTIGACION,
      *P=COMPUTADORA).
       77 WS-VISITANTES-HOY        PIC 9(7) VALUE ZEROS.
       77 WS-CONSULTAS-HOY         PIC 9(6) VALUE ZEROS.
       77 WS-CONS-DIRECCIONES      PIC 9(5) VALUE ZEROS.
       77 WS-CONS-CATALOGO         PIC 9(5) VALUE ZEROS.
       77 WS-CONS-INVESTIGACION    PIC 9(5) VALUE ZEROS.
       77 WS-CONS-COMPUTADORA      PIC 9(5) VALUE ZEROS.
      *IMPORTES EDITADOS CON PUNTO DECIMAL PARA PANTALLA.
       77 WS-IMPORTE-EDIT          PIC 9(8).99 VALUE ZEROS.
       77 WS-IMPORTE-EDIT2         PIC 9(8).99 VALUE ZEROS.
                   THRU 030-RESUMIR-PRESTAMOS-EXIT.
           PERFORM 040-RESUMIR-MULTAS THRU 040-RESUMIR-MULTAS-EXIT.
           PERFORM 050-RESUMIR-VENTAS THRU 050-RESUMIR-VENTAS-EXIT.
           PERFORM 057-RESUMIR-VISITAS THRU 057-RESUMIR-VISITAS-EXIT.
           DISPLAY " ".
           DISPLAY "===== RESUMEN DE CIERRE - " WS-FECHA-HOY " =====".
           DISPLAY "-- PRESTAMOS --".
           DISPLAY "UNIDADES VENDIDAS: " WS-VENTAS-UNIDADES.
           MOVE WS-VENTAS-IMPORTE TO WS-IMPORTE-EDIT.
           DISPLAY "IMPORTE TOTAL: $"    WS-IMPORTE-EDIT.
           DISPLAY "-- VISITANTES Y CONSULTAS --".
           DISPLAY "VISITANTES: "        WS-VISITANTES-HOY.
           DISPLAY "CONSULTAS DE REFERENCIA: " WS-CONSULTAS-HOY.
           DISPLAY "  DIRECCIONES " WS-CONS-DIRECCIONES
                   " CATALOGO "     WS-CONS-CATALOGO.
           DISPLAY "  INVESTIGACION " WS-CONS-INVESTIGACION
                   " COMPUTADORA "  WS-CONS-COMPUTADORA.
           PERFORM 055-GUARDAR-RESUMEN.
      *HOY AL LADO DE AYER Y DEL MISMO DIA DE LA SEMANA PASADA: LA
      *TENDENCIA ES LO QUE EL ENCARGADO VIENE A MIRAR.
                           ": PREST " SUC-PRESTAMOS (WS-IND-SUC)
                           " PAGOS $" SUC-PAGOS (WS-IND-SUC)
                           " VENTAS $" SUC-VENTAS (WS-IND-SUC)
                   DISPLAY "     VISIT " SUC-VISITANTES (WS-IND-SUC)
                           " CONSULTAS " SUC-CONSULTAS (WS-IND-SUC)
               END-PERFORM
           END-IF.

                       WHEN FINES-EXONERADA
                           ADD 1            TO WS-EXONERADAS-HOY
                           ADD FINES-MONTO  TO WS-MONTO-EXONERADO-HOY
                       WHEN FINES-CASTIGADA
                           CONTINUE
                       WHEN OTHER
                           ADD 1            TO WS-PAGOS-HOY
                           ADD FINES-MONTO  TO WS-MONTO-PAGADO-HOY
       050-RESUMIR-VENTAS-EXIT.
           EXIT.

      *VISITANTES DEL DIA (UN TOTAL POR SUCURSAL, DESDE LA PRIMERA
      *CLAVE DE HOY) Y CONSULTAS DE REFERENCIA ANOTADAS HOY EN LA
      *PLANILLA DEL MOSTRADOR, ABIERTAS POR TIPO.
       057-RESUMIR-VISITAS.
           MOVE ZEROS TO WS-VISITANTES-HOY WS-CONSULTAS-HOY
                         WS-CONS-DIRECCIONES WS-CONS-CATALOGO
                         WS-CONS-INVESTIGACION WS-CONS-COMPUTADORA.
           OPEN INPUT VISITANTES-DIA.
           IF F-NOEXISTE-VTD THEN
               MOVE "VISITANTES-DIA.DAT"  TO WS-ARCHIVO-ERROR
               MOVE FS-VISITANTES         TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
           ELSE
               MOVE WS-FECHA-HOY TO VTD-FECHA
               MOVE SPACES       TO VTD-SUCURSAL
               START VISITANTES-DIA KEY IS NOT LESS THAN VTD-CLAVE
                   INVALID KEY SET FIN-VISITANTES TO TRUE
               END-START
               IF NOT FIN-VISITANTES
                   READ VISITANTES-DIA NEXT RECORD AT END
                       SET FIN-VISITANTES TO TRUE END-READ
               END-IF
               PERFORM UNTIL FIN-VISITANTES
                       OR VTD-FECHA NOT = WS-FECHA-HOY
                   ADD VTD-CANTIDAD TO WS-VISITANTES-HOY
                   MOVE VTD-SUCURSAL TO WS-SUC-BUSCADA
                   PERFORM 080-UBICAR-SUCURSAL
                   IF WS-IND-SUC-HALLADA NOT = ZEROS
                       ADD VTD-CANTIDAD TO
                           SUC-VISITANTES (WS-IND-SUC-HALLADA)
                   END-IF
                   READ VISITANTES-DIA NEXT RECORD AT END
                       SET FIN-VISITANTES TO TRUE END-READ
               END-PERFORM
               CLOSE VISITANTES-DIA
           END-IF.
           OPEN INPUT CONSULTAS-REF.
           IF F-NOEXISTE-REF THEN
               MOVE "CONSULTAS-REF.DAT"   TO WS-ARCHIVO-ERROR
               MOVE FS-CONSULTAS          TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               GO TO 057-RESUMIR-VISITAS-EXIT
           END-IF.
           READ CONSULTAS-REF AT END SET FIN-CONSULTAS TO TRUE
           END-READ.
           PERFORM UNTIL FIN-CONSULTAS
               IF REF-FECHA = WS-FECHA-HOY
                   ADD REF-CANTIDAD TO WS-CONSULTAS-HOY
                   EVALUATE REF-TIPO
                       WHEN "D" ADD REF-CANTIDAD TO WS-CONS-DIRECCIONES
                       WHEN "C" ADD REF-CANTIDAD TO WS-CONS-CATALOGO
                       WHEN "I" ADD REF-CANTIDAD
                                    TO WS-CONS-INVESTIGACION
                       WHEN "P" ADD REF-CANTIDAD
                                    TO WS-CONS-COMPUTADORA
                   END-EVALUATE
                   MOVE REF-SUCURSAL TO WS-SUC-BUSCADA
                   PERFORM 080-UBICAR-SUCURSAL
                   IF WS-IND-SUC-HALLADA NOT = ZEROS
                       ADD REF-CANTIDAD TO
                           SUC-CONSULTAS (WS-IND-SUC-HALLADA)
                   END-IF
               END-IF
               READ CONSULTAS-REF AT END SET FIN-CONSULTAS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CONSULTAS-REF.
       057-RESUMIR-VISITAS-EXIT.
           EXIT.

      *UBICA (O AGREGA) LA SUCURSAL WS-SUC-BUSCADA EN LA TABLA DE
      *APERTURA; LAS FILAS SIN SUCURSAL VAN BAJO "---". DEJA EL
      *INDICE EN WS-IND-SUC-HALLADA (CERO SI LA TABLA SE LLENO).
               MOVE ZEROS TO SUC-PRESTAMOS (WS-CANT-SUCURSALES)
               MOVE ZEROS TO SUC-PAGOS (WS-CANT-SUCURSALES)
               MOVE ZEROS TO SUC-VENTAS (WS-CANT-SUCURSALES)
               MOVE ZEROS TO SUC-VISITANTES (WS-CANT-SUCURSALES)
               MOVE ZEROS TO SUC-CONSULTAS (WS-CANT-SUCURSALES)
               MOVE WS-CANT-SUCURSALES TO WS-IND-SUC-HALLADA
           END-IF.

