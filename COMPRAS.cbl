      *  SI LA CATEGORIA ESTA CERCA DE AGOTARSE SE AVISA EN EL ALTA
      *  DEL RENGLON, ANTES ERA POSIBLE COMPROMETER TODO EL ANIO EN
      *  MARZO SIN QUE NADIE LO VIERA.
      *15/10/2026 - LA RECEPCION YA NO PASA EL IMPORTE A EJECUTADO:
      *  QUEDA COMPROMETIDO HASTA QUE LA ORDEN DE PAGO DE
      *  FACTURAS-PROV LO PAGA, QUE ES CUANDO SE EJECUTA. LA
      *  RECEPCION SOLO COMPLETA LA CATEGORIA DE LAS ORDENES VIEJAS
      *  PARA QUE EL PAGO SEPA A QUE PARTIDA IMPUTAR.
      *15/10/2026 - ORDEN DESDE SUGERENCIAS: LAS SUGERENCIAS DE LOS
      *  SOCIOS ACEPTADAS POR EL SELECCIONADOR (SUGERENCIAS.DAT,
      *  SUGERENCIAS.CBL) SE PASAN A RENGLONES DE UNA ORDEN NUEVA
      *  DEL PROVEEDOR ELEGIDO Y QUEDAN ORDENADAS CON SU NUMERO DE
      *  ORDEN Y RENGLON; EL PRESUPUESTO SE COMPROMETE IGUAL QUE EN
      *  LA CARGA A MANO.
      *15/10/2026 - CADA RECEPCION DEJA SU FECHA EN EL RENGLON
      *  (AGREGADA AL FINAL DEL REGISTRO DE ORDEN; LAS ORDENES VIEJAS
      *  LA TIENEN EN CERO) PARA MEDIR LA DEMORA DEL PROVEEDOR EN
      *  REP-PROVEEDORES.
      *15/10/2026 - DEVOLUCION A PROVEEDOR: LOS EJEMPLARES DEVUELTOS
      *  SE DESCUENTAN DE LO RECIBIDO DEL RENGLON Y, SI YA ESTAN EN
      *  EL CATALOGO, DE SUS EJEMPLARES (CON LINEA EN
      *  AUDITORIA-LIBROS.DAT). SE EMITE UNA NOTA DE DEBITO NUMERADA
      *  (NOTAS-DEBITO.DAT, NUMERADOR NOTAS-DEBITO.NUM, IMPRESA EN
      *  NOTAS-DEBITO.LST) QUE SE COMPENSA CONTRA LOS RENGLONES DE
      *  FACTURAS-PROV DE ESE RENGLON DE ORDEN; LO QUE YA SE HABIA
      *  PAGADO QUEDA EN LA NOTA A REINTEGRAR Y SALE DE EJECUTADO EN
      *  EL PRESUPUESTO.
      *15/10/2026 - LAS LINEAS DE CARGA-LIBROS.DAT SALEN CON ORIGEN
      *  "C" PARA QUE LA CARGA MASIVA ABRA EL LOTE EN LA COLA DE
      *  PROCESO TECNICO COMO COMPRA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PRE-CLAVE
               FILE STATUS IS FS-PRESUPUESTO.

      *SUGERENCIAS DE COMPRA DE LOS SOCIOS (SUGERENCIAS.CBL).
           SELECT SUGERENCIAS ASSIGN TO "SUGERENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUG-NUMERO
               FILE STATUS IS FS-SUGERENCIAS.

      *DEVOLUCIONES A PROVEEDOR: CATALOGO (VISTA PARCIAL CON LOS
      *CONTADORES DE EJEMPLARES), EXISTENCIAS DE LA SEDE, TRAZA DE
      *AUDITORIA DEL CATALOGO, RENGLONES DE FACTURAS DE PROVEEDORES
      *(FACTURAS-PROV.CBL) Y NOTAS DE DEBITO CON SU NUMERADOR.
           SELECT REG-LIBROS ASSIGN TO "REGISTRO-LIBROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIBRO-ID-STATUS
               FILE STATUS IS FS-REG-LIBROS.

           SELECT EXISTENCIAS-SUC ASSIGN TO "EXISTENCIAS-SUC.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS EXI-CLAVE
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-EXISTENCIAS.

           SELECT AUDITORIA-LIBROS ASSIGN TO "AUDITORIA-LIBROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT FACTURAS-PROV ASSIGN TO "FACTURAS-PROV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-CLAVE
               FILE STATUS IS FS-FACTURAS.

           SELECT NOTAS-DEBITO ASSIGN TO "NOTAS-DEBITO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ND-NUMERO
               FILE STATUS IS FS-NOTAS.

           SELECT ND-NUMERADOR ASSIGN TO "NOTAS-DEBITO.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ND-NUMERADOR.

           SELECT REPORTE-ND ASSIGN TO "NOTAS-DEBITO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE-ND.

           SELECT REPORTE-OC ASSIGN TO "ORDENES-ABIERTAS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.
      *CATEGORIA DEL TITULO PEDIDO, PARA EL CONTROL PRESUPUESTARIO
      *(AGREGADA AL FINAL; LAS ORDENES VIEJAS SE LEEN EN BLANCO).
           05 OC-CATEGORIA            PIC X(15).
      *FECHA DE LA ULTIMA RECEPCION DEL RENGLON (CERO SI NO LLEGO
      *NADA O ES ANTERIOR A QUE SE GRABARA).
           05 OC-FECHA-RECEPCION      PIC 9(8).

       FD OC-NUMERADOR.
       01 LINEA-NUMERADOR             PIC 9(6).
           05 CARGA-VALOR-REPOSICION      PIC 9(6)V99.
      *AUTOR DEL TITULO (AGREGADO AL FINAL).
           05 CARGA-AUTOR                 PIC X(20).
      *PROCEDENCIA PARA LA COLA DE PROCESO TECNICO: "C" COMPRA,
      *"D" DONACION (AGREGADO AL FINAL).
           05 CARGA-ORIGEN                PIC X(1).

       FD PRESUPUESTO.
       01 DATOS-PRESUPUESTO.
           05 PRE-COMPROMETIDO        PIC 9(8).
           05 PRE-EJECUTADO           PIC 9(8).

       FD SUGERENCIAS.
       01 DATOS-SUGERENCIA.
           05 SUG-NUMERO              PIC 9(6).
           05 SUG-SOCIO               PIC 9(6).
           05 SUG-TITULO              PIC X(60).
           05 SUG-AUTOR               PIC X(20).
           05 SUG-ISBN                PIC X(13).
           05 FILLER                  PIC X(9).
           05 SUG-ESTADO              PIC X(1).
               88 SUG-ACEPTADA        VALUE "A".
               88 SUG-ORDENADA        VALUE "O".
           05 FILLER                  PIC X(6).
           05 SUG-OC-NUMERO           PIC 9(6).
           05 SUG-OC-RENGLON          PIC 9(2).
           05 FILLER                  PIC X(52).

       FD REG-LIBROS.
       01 DATOS-LIBRO-STATUS.
           05 LIBRO-ID-STATUS             PIC 9(6).
           05 NOMBRE-STATUS               PIC X(60).
           05 FILLER                      PIC X(20).
           05 FILLER                      PIC X(12).
           05 CANTIDAD-EJEMPLARES-STATUS  PIC 9(3).
           05 EJEMPLARES-DISPONIBLES-STATUS PIC 9(3).
           05 FILLER                      PIC X(13).
           05 FILLER                      PIC X(15).
           05 FILLER                      PIC X(8).
           05 FILLER                      PIC X(8).
           05 FILLER                      PIC X(20).

       FD EXISTENCIAS-SUC.
       01 DATOS-EXISTENCIA.
           05 EXI-CLAVE.
               10 EXI-LIBRO-ID            PIC 9(6).
               10 EXI-SUCURSAL            PIC X(3).
           05 EXI-CANTIDAD                PIC 9(3).
           05 EXI-DISPONIBLES             PIC 9(3).

       FD AUDITORIA-LIBROS.
       01 LINEA-AUDITORIA             PIC X(100).

      *RENGLON DE FACTURA DE PROVEEDOR, MISMO LAYOUT QUE EN
      *FACTURAS-PROV.CBL.
       FD FACTURAS-PROV.
       01 DATOS-FACTURA.
           05 FAC-CLAVE.
               10 FAC-PROVEEDOR       PIC 9(4).
               10 FAC-NUMERO          PIC X(12).
               10 FAC-RENGLON         PIC 9(2).
           05 FAC-FECHA               PIC 9(8).
           05 FAC-OC-NUMERO           PIC 9(6).
           05 FAC-OC-RENGLON          PIC 9(2).
           05 FAC-CANTIDAD            PIC 9(3).
           05 FAC-PRECIO              PIC 9(6).
           05 FAC-ESTADO              PIC X(1).
               88 FAC-APROBADA        VALUE "A".
               88 FAC-PAGADA          VALUE "P".
           05 FAC-MOTIVO              PIC X(20).
           05 FAC-TIPO-RETENCION      PIC X(1).
           05 FAC-CANT-DEVUELTA       PIC 9(3).

      *NOTA DE DEBITO AL PROVEEDOR POR UNA DEVOLUCION. EL IMPORTE A
      *REINTEGRAR ES LA PARTE QUE YA SE HABIA PAGADO; EL RESTO SE
      *COMPENSO CONTRA FACTURAS IMPAGAS O NUNCA SE FACTURO. ESTADO
      *"A" APLICADA (NADA QUE RECLAMAR), "P" PENDIENTE DE REINTEGRO,
      *"C" COMPENSADA (FACTURAS-PROV, AL RECIBIR EL REINTEGRO O
      *DESCONTARLA DE UN PAGO).
       FD NOTAS-DEBITO.
       01 DATOS-NOTA-DEBITO.
           05 ND-NUMERO               PIC 9(6).
           05 ND-FECHA                PIC 9(8).
           05 ND-PROVEEDOR            PIC 9(4).
           05 ND-OC-NUMERO            PIC 9(6).
           05 ND-OC-RENGLON           PIC 9(2).
           05 ND-LIBRO-ID             PIC 9(6).
           05 ND-CANTIDAD             PIC 9(3).
           05 ND-IMPORTE              PIC 9(8).
           05 ND-IMPORTE-REINTEGRO    PIC 9(8).
           05 ND-REPONE               PIC X(1).
           05 ND-MOTIVO               PIC X(30).
           05 ND-ESTADO               PIC X(1).
               88 ND-APLICADA         VALUE "A".
               88 ND-PENDIENTE        VALUE "P".
               88 ND-COMPENSADA       VALUE "C".
           05 ND-FECHA-COMPENSADA     PIC 9(8).
           05 ND-REFERENCIA           PIC X(20).

       FD ND-NUMERADOR.
       01 LINEA-ND-NUMERADOR          PIC 9(6).

       FD REPORTE-ND.
       01 LINEA-NOTA                  PIC X(80).

       FD REPORTE-OC.
       01 LINEA-REPORTE               PIC X(80).

       77 UMBRAL-AVISO-PORCIENTO   PIC 9(2)  VALUE 90.
       77 WS-PENDIENTE             PIC 9(3) VALUE ZEROS.

       77 FS-SUGERENCIAS           PIC XX.
           88 ESTA-SUGERENCIA      VALUE "00" "02".
           88 FIN-SUGERENCIAS      VALUE "10".
           88 F-NOEXISTE-SUG       VALUE "35".
       77 WS-INCLUIR               PIC X(1) VALUE SPACES.
       77 WS-CANT-ACEPTADAS        PIC 9(4) VALUE ZEROS.

      *DEVOLUCION A PROVEEDOR. LA CANTIDAD DEVUELTA SE IMPUTA PRIMERO
      *A LO RECIBIDO SIN FACTURAR, DESPUES A RENGLONES DE FACTURA
      *IMPAGOS Y POR ULTIMO A LOS YA PAGADOS (A REINTEGRAR).
       77 FS-REG-LIBROS            PIC XX.
           88 ESTA-REG-LIB         VALUE "00" "02".
           88 F-NOEXISTE-LIB       VALUE "35".
       77 FS-EXISTENCIAS           PIC XX.
           88 ESTA-EXISTENCIA      VALUE "00" "02".
           88 F-NOEXISTE-EXI       VALUE "35".
       77 FS-AUDITORIA             PIC XX.
           88 F-NOEXISTE-AUD       VALUE "05" "35".
       77 FS-FACTURAS              PIC XX.
           88 FIN-FACTURAS         VALUE "10".
           88 F-NOEXISTE-FAC       VALUE "35".
       77 FS-NOTAS                 PIC XX.
           88 F-NOEXISTE-ND        VALUE "35".
       77 FS-ND-NUMERADOR          PIC XX.
           88 F-NOEXISTE-ND-NUM    VALUE "35".
       77 FS-REPORTE-ND            PIC XX.
           88 F-NOEXISTE-REP-ND    VALUE "05" "35".
       77 SUCURSAL-SEDE            PIC X(3) VALUE "SED".
       77 AUD-CAMPO                PIC X(15) VALUE SPACES.
       77 AUD-ANTERIOR             PIC X(20) VALUE SPACES.
       77 AUD-NUEVO                PIC X(20) VALUE SPACES.
       77 AUD-FECHA                PIC 9(8)  VALUE ZEROS.
       77 AUD-HORA                 PIC 9(8)  VALUE ZEROS.
       77 AUD-OPERADOR             PIC X(10) VALUE "COMPRAS".
       77 WS-NUMERO-ND             PIC 9(6) VALUE ZEROS.
       77 WS-CANT-DEVUELTA         PIC 9(3) VALUE ZEROS.
       77 WS-REPONE                PIC X(1) VALUE SPACES.
           88 REPONE-EJEMPLARES    VALUE "S" "s".
       77 WS-MOTIVO-DEV            PIC X(30) VALUE SPACES.
       77 WS-RECIBIDO-ANTES        PIC 9(3) VALUE ZEROS.
       77 WS-FACTURADO-NETO        PIC 9(4) VALUE ZEROS.
       77 WS-SIN-FACTURAR          PIC 9(3) VALUE ZEROS.
       77 WS-DEV-SIN-FACTURAR      PIC 9(3) VALUE ZEROS.
       77 WS-A-IMPUTAR             PIC 9(3) VALUE ZEROS.
       77 WS-CANT-IMPUTADA         PIC 9(3) VALUE ZEROS.
       77 WS-NETO-RENGLON          PIC 9(3) VALUE ZEROS.
       77 WS-PASADA                PIC X(1) VALUE SPACES.
           88 PASADA-IMPAGOS       VALUE "I".
           88 PASADA-PAGADOS       VALUE "P".
       77 WS-IMPORTE-ND            PIC 9(8) VALUE ZEROS.
       77 WS-IMPORTE-IMPAGO        PIC 9(8) VALUE ZEROS.
       77 WS-IMPORTE-REINTEGRO     PIC 9(8) VALUE ZEROS.
       77 WS-IMPORTE-IMPUT         PIC 9(8) VALUE ZEROS.
       77 WS-IND                   PIC 9(2) VALUE ZEROS.
       77 WS-CANT-IMPUT            PIC 9(2) VALUE ZEROS.
       77 WS-CONFIRMA              PIC X(2) VALUE SPACES.
       77 WS-CATALOGO-OK           PIC X(1) VALUE "N".
           88 CATALOGO-OK          VALUE "S".
       77 WS-HAY-FACTURAS          PIC X(1) VALUE "N".
           88 HAY-FACTURAS         VALUE "S".
       77 WS-NOMBRE-LIBRO          PIC X(60) VALUE SPACES.
       77 WS-PREFIJO-IMP           PIC X(21) VALUE SPACES.
       77 AUX-EXI-NUEVO-CANT       PIC S9(4) VALUE ZEROS.
       77 AUX-EXI-NUEVO-DISP       PIC S9(4) VALUE ZEROS.
       01 WS-TABLA-IMPUTACIONES.
           05 WS-IMPUTACION OCCURS 20 TIMES.
               10 IMP-FAC-NUMERO      PIC X(12).
               10 IMP-FAC-RENGLON     PIC 9(2).
               10 IMP-CANTIDAD        PIC 9(3).
               10 IMP-IMPORTE         PIC 9(8).
               10 IMP-PAGADA          PIC X(1).

       PROCEDURE DIVISION.

       010-MENU.
               DISPLAY "2. NUEVA ORDEN DE COMPRA"
               DISPLAY "3. RECEPCION DE MERCADERIA"
               DISPLAY "4. REPORTE DE ORDENES ABIERTAS"
               DISPLAY "5. ORDEN DESDE SUGERENCIAS DE SOCIOS"
               DISPLAY "6. DEVOLUCION A PROVEEDOR (NOTA DE DEBITO)"
               DISPLAY "0. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
                                  THRU 040-RECEPCION-EXIT
                   WHEN 4 PERFORM 050-REPORTE-ABIERTAS
                                  THRU 050-REPORTE-ABIERTAS-EXIT
                   WHEN 5 PERFORM 090-ORDEN-SUGERENCIAS
                                  THRU 090-ORDEN-SUGERENCIAS-EXIT
                   WHEN 6 PERFORM 100-DEVOLUCION
                                  THRU 100-DEVOLUCION-EXIT
                   WHEN 0 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           MOVE ZEROS         TO OC-RECIBIDO.
           SET OC-ABIERTA     TO TRUE.
           MOVE WS-CATEGORIA  TO OC-CATEGORIA.
           MOVE ZEROS         TO OC-FECHA-RECEPCION.
           WRITE DATOS-ORDEN
               INVALID KEY
               DISPLAY "ERROR AL GRABAR EL RENGLON"
           MOVE SPACES TO WS-CATEGORIA.
           ACCEPT WS-CATEGORIA.
           PERFORM 045-GENERAR-LINEA-CARGA.
      *LO RECIBIDO SIGUE COMPROMETIDO EN EL PRESUPUESTO HASTA QUE
      *SE PAGA (ORDEN DE PAGO EN FACTURAS-PROV). LAS ORDENES VIEJAS
      *SIN CATEGORIA GRABADA USAN LA QUE EL OPERADOR ACABA DE TIPEAR
      *PARA LA CARGA, ASI EL PAGO SABE A QUE PARTIDA IMPUTAR.
           IF OC-CATEGORIA = SPACES
               MOVE WS-CATEGORIA TO OC-CATEGORIA
           END-IF.
           ADD WS-CANT-RECIBIDA TO OC-RECIBIDO.
           MOVE WS-FECHA-HOY TO OC-FECHA-RECEPCION.
           IF OC-RECIBIDO = OC-CANTIDAD
               SET OC-COMPLETA TO TRUE
           ELSE
      *REPOSICION DEL TITULO.
           MOVE OC-COSTO         TO CARGA-VALOR-REPOSICION.
           MOVE SPACES           TO CARGA-AUTOR.
           MOVE "C"              TO CARGA-ORIGEN.
           DISPLAY "Autor: " WITH NO ADVANCING.
           ACCEPT CARGA-AUTOR.
           WRITE LINEA-CARGA.
       080-ACTUALIZAR-PRESUPUESTO-EXIT.
           EXIT.

      *ORDEN NUEVA CON LAS SUGERENCIAS ACEPTADAS: SE OFRECE CADA UNA
      *Y LA QUE SE INCLUYE PASA A RENGLON (ISBN Y TITULO DE LA
      *SUGERENCIA) Y QUEDA ORDENADA CON SU NUMERO DE ORDEN Y RENGLON.
       090-ORDEN-SUGERENCIAS.
           OPEN I-O SUGERENCIAS.
           IF F-NOEXISTE-SUG
               DISPLAY "NO HAY SUGERENCIAS CARGADAS."
               CLOSE SUGERENCIAS
               GO TO 090-ORDEN-SUGERENCIAS-EXIT
           END-IF.
           MOVE ZEROS TO WS-CANT-ACEPTADAS.
           MOVE ZEROS TO SUG-NUMERO.
           START SUGERENCIAS KEY IS NOT LESS THAN SUG-NUMERO
               INVALID KEY SET FIN-SUGERENCIAS TO TRUE
           END-START.
           IF NOT FIN-SUGERENCIAS
               READ SUGERENCIAS NEXT RECORD AT END
                   SET FIN-SUGERENCIAS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-SUGERENCIAS
               IF SUG-ACEPTADA
                   ADD 1 TO WS-CANT-ACEPTADAS
               END-IF
               READ SUGERENCIAS NEXT RECORD AT END
                   SET FIN-SUGERENCIAS TO TRUE END-READ
           END-PERFORM.
           IF WS-CANT-ACEPTADAS = ZEROS
               DISPLAY "NO HAY SUGERENCIAS ACEPTADAS PARA PEDIR."
               CLOSE SUGERENCIAS
               GO TO 090-ORDEN-SUGERENCIAS-EXIT
           END-IF.
           DISPLAY WS-CANT-ACEPTADAS " SUGERENCIAS ACEPTADAS.".
           DISPLAY "Proveedor: " WITH NO ADVANCING.
           ACCEPT WS-PROVEEDOR.
           PERFORM 060-VALIDAR-PROVEEDOR
                   THRU 060-VALIDAR-PROVEEDOR-EXIT.
           IF NOT PROV-VALIDO
               DISPLAY "EL PROVEEDOR NO EXISTE EN EL MAESTRO."
               CLOSE SUGERENCIAS
               GO TO 090-ORDEN-SUGERENCIAS-EXIT
           END-IF.
           PERFORM 070-PROXIMO-NUMERO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O ORDENES.
           IF F-NOEXISTE-OC
               CLOSE ORDENES
               OPEN OUTPUT ORDENES
               CLOSE ORDENES
               OPEN I-O ORDENES
           END-IF.
           MOVE ZEROS TO WS-RENGLON.
           MOVE ZEROS TO SUG-NUMERO.
           START SUGERENCIAS KEY IS NOT LESS THAN SUG-NUMERO
               INVALID KEY SET FIN-SUGERENCIAS TO TRUE
           END-START.
           IF NOT FIN-SUGERENCIAS
               READ SUGERENCIAS NEXT RECORD AT END
                   SET FIN-SUGERENCIAS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-SUGERENCIAS
               IF SUG-ACEPTADA
                   PERFORM 095-RENGLON-SUGERENCIA
                           THRU 095-RENGLON-SUGERENCIA-EXIT
               END-IF
               READ SUGERENCIAS NEXT RECORD AT END
                   SET FIN-SUGERENCIAS TO TRUE END-READ
           END-PERFORM.
           CLOSE ORDENES.
           CLOSE SUGERENCIAS.
           IF WS-RENGLON = ZEROS
               DISPLAY "ORDEN SIN RENGLONES, EL NUMERO QUEDA ANULADO."
           ELSE
               DISPLAY "ORDEN " WS-NUMERO-OC " GRABADA CON "
                       WS-RENGLON " RENGLONES."
           END-IF.
       090-ORDEN-SUGERENCIAS-EXIT.
           EXIT.

       095-RENGLON-SUGERENCIA.
           DISPLAY " ".
           DISPLAY "SUGERENCIA " SUG-NUMERO " SOCIO " SUG-SOCIO.
           DISPLAY "  " SUG-TITULO.
           DISPLAY "  " SUG-AUTOR " ISBN " SUG-ISBN.
           DISPLAY "Incluir en la orden (S/N): " WITH NO ADVANCING.
           MOVE SPACES TO WS-INCLUIR.
           ACCEPT WS-INCLUIR.
           IF WS-INCLUIR NOT = "S" AND WS-INCLUIR NOT = "s"
               GO TO 095-RENGLON-SUGERENCIA-EXIT
           END-IF.
           DISPLAY "Cantidad (ENTER=1): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-CANTIDAD.
           ACCEPT WS-CANTIDAD.
           IF WS-CANTIDAD = ZEROS
               MOVE 1 TO WS-CANTIDAD
           END-IF.
           DISPLAY "Costo unitario: " WITH NO ADVANCING.
           ACCEPT WS-COSTO.
           DISPLAY "Categoria: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CATEGORIA.
           ACCEPT WS-CATEGORIA.
           ADD 1 TO WS-RENGLON.
           MOVE WS-NUMERO-OC  TO OC-NUMERO.
           MOVE WS-RENGLON    TO OC-RENGLON.
           MOVE WS-PROVEEDOR  TO OC-PROVEEDOR.
           MOVE WS-FECHA-HOY  TO OC-FECHA.
           MOVE SUG-ISBN      TO OC-ISBN.
           MOVE SUG-TITULO    TO OC-TITULO.
           MOVE WS-CANTIDAD   TO OC-CANTIDAD.
           MOVE WS-COSTO      TO OC-COSTO.
           MOVE ZEROS         TO OC-RECIBIDO.
           SET OC-ABIERTA     TO TRUE.
           MOVE WS-CATEGORIA  TO OC-CATEGORIA.
           MOVE ZEROS         TO OC-FECHA-RECEPCION.
           WRITE DATOS-ORDEN
               INVALID KEY
               DISPLAY "ERROR AL GRABAR EL RENGLON"
               SUBTRACT 1 FROM WS-RENGLON
               GO TO 095-RENGLON-SUGERENCIA-EXIT
           END-WRITE.
           COMPUTE WS-IMPORTE-RENGLON = WS-CANTIDAD * WS-COSTO.
           MOVE WS-IMPORTE-RENGLON TO WS-DELTA-COMPROMETIDO.
           MOVE ZEROS              TO WS-DELTA-EJECUTADO.
           PERFORM 080-ACTUALIZAR-PRESUPUESTO
                   THRU 080-ACTUALIZAR-PRESUPUESTO-EXIT.
           SET SUG-ORDENADA TO TRUE.
           MOVE WS-NUMERO-OC TO SUG-OC-NUMERO.
           MOVE WS-RENGLON   TO SUG-OC-RENGLON.
           REWRITE DATOS-SUGERENCIA
               INVALID KEY DISPLAY "ERROR AL REGRABAR LA SUGERENCIA"
           END-REWRITE.
       095-RENGLON-SUGERENCIA-EXIT.
           EXIT.

      *DEVOLUCION A PROVEEDOR CONTRA UN RENGLON DE ORDEN. SE VALIDA
      *TODO ANTES DE TOCAR NADA (RENGLON, CANTIDAD CONTRA LO
      *RECIBIDO Y EJEMPLARES EN ESTANTE SI YA ESTAN EN EL CATALOGO);
      *DESPUES SE DESCUENTA LO RECIBIDO, SE IMPUTA CONTRA LAS
      *FACTURAS, SE AJUSTAN CATALOGO Y PRESUPUESTO Y SE EMITE LA
      *NOTA DE DEBITO. SI EL PROVEEDOR NO REPONE, TAMBIEN BAJA LO
      *PEDIDO Y EL RENGLON NO QUEDA ESPERANDO MERCADERIA.
       100-DEVOLUCION.
           DISPLAY "Numero de orden: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO-OC.
           IF WS-NUMERO-OC = ZEROS
               GO TO 100-DEVOLUCION-EXIT
           END-IF.
           DISPLAY "Renglon: " WITH NO ADVANCING.
           ACCEPT WS-RENGLON.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O ORDENES.
           IF F-NOEXISTE-OC
               DISPLAY "NO HAY ORDENES REGISTRADAS."
               MOVE "ORDENES-COMPRA.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-ORDENES           TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE ORDENES
               GO TO 100-DEVOLUCION-EXIT
           END-IF.
           MOVE WS-NUMERO-OC TO OC-NUMERO.
           MOVE WS-RENGLON   TO OC-RENGLON.
           READ ORDENES
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-ORDEN
               DISPLAY "NO EXISTE ESE RENGLON DE ORDEN."
               CLOSE ORDENES
               GO TO 100-DEVOLUCION-EXIT
           END-IF.
           IF OC-RECIBIDO = ZEROS
               DISPLAY "DE ESE RENGLON NO SE RECIBIO NADA."
               CLOSE ORDENES
               GO TO 100-DEVOLUCION-EXIT
           END-IF.
           DISPLAY OC-TITULO " PEDIDO " OC-CANTIDAD " RECIBIDO "
                   OC-RECIBIDO.
           DISPLAY "Cantidad devuelta: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-CANT-DEVUELTA.
           ACCEPT WS-CANT-DEVUELTA.
           IF WS-CANT-DEVUELTA = ZEROS
               OR WS-CANT-DEVUELTA > OC-RECIBIDO
               DISPLAY "CANTIDAD INVALIDA."
               CLOSE ORDENES
               GO TO 100-DEVOLUCION-EXIT
           END-IF.
           DISPLAY "Motivo: " WITH NO ADVANCING.
           MOVE SPACES TO WS-MOTIVO-DEV.
           ACCEPT WS-MOTIVO-DEV.
           DISPLAY "El proveedor repone los ejemplares (S/N): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-REPONE.
           ACCEPT WS-REPONE.
           DISPLAY "LIBRO-ID EN EL CATALOGO (0 = TODAVIA NO SE "
                   "CARGO): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-LIBRO-ID.
           ACCEPT WS-LIBRO-ID.
           MOVE "N" TO WS-CATALOGO-OK.
           IF WS-LIBRO-ID NOT = ZEROS
               PERFORM 105-VERIFICAR-CATALOGO
                       THRU 105-VERIFICAR-CATALOGO-EXIT
               IF NOT CATALOGO-OK
                   CLOSE ORDENES
                   GO TO 100-DEVOLUCION-EXIT
               END-IF
           END-IF.
           DISPLAY "CONFIRMA LA DEVOLUCION (SI/NO)? "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "SI" AND WS-CONFIRMA NOT = "si"
               DISPLAY "DEVOLUCION CANCELADA."
               CLOSE ORDENES
               GO TO 100-DEVOLUCION-EXIT
           END-IF.
           MOVE OC-RECIBIDO  TO WS-RECIBIDO-ANTES.
           MOVE OC-PROVEEDOR TO WS-PROVEEDOR.
           MOVE OC-COSTO     TO WS-COSTO.
           MOVE OC-TITULO    TO WS-TITULO.
           MOVE OC-ISBN      TO WS-ISBN.
           MOVE OC-CATEGORIA TO WS-CATEGORIA.
           SUBTRACT WS-CANT-DEVUELTA FROM OC-RECIBIDO.
           IF NOT REPONE-EJEMPLARES
               SUBTRACT WS-CANT-DEVUELTA FROM OC-CANTIDAD
           END-IF.
           EVALUATE TRUE
               WHEN OC-RECIBIDO = OC-CANTIDAD
                   SET OC-COMPLETA TO TRUE
               WHEN OC-RECIBIDO = ZEROS
                   SET OC-ABIERTA TO TRUE
               WHEN OTHER
                   SET OC-PARCIAL TO TRUE
           END-EVALUATE.
           REWRITE DATOS-ORDEN
               INVALID KEY
               DISPLAY "ERROR AL REGRABAR EL RENGLON"
               CLOSE ORDENES
               GO TO 100-DEVOLUCION-EXIT
           END-REWRITE.
           CLOSE ORDENES.
           PERFORM 110-IMPUTAR-FACTURAS THRU 110-IMPUTAR-FACTURAS-EXIT.
           IF CATALOGO-OK
               PERFORM 120-DESCONTAR-CATALOGO
                       THRU 120-DESCONTAR-CATALOGO-EXIT
           ELSE
               DISPLAY "AVISO: SI LA RECEPCION SIGUE PENDIENTE EN "
                       "CARGA-LIBROS.DAT, CORREGIR LA CANTIDAD ANTES "
                       "DE LA CARGA MASIVA."
           END-IF.
      *LO YA PAGADO SALE DE EJECUTADO. SI EL PROVEEDOR REPONE, ESE
      *IMPORTE VUELVE A QUEDAR COMPROMETIDO HASTA PAGAR LA
      *REPOSICION; SI NO REPONE, LO IMPAGO DEJA DE ESTAR
      *COMPROMETIDO.
           COMPUTE WS-DELTA-EJECUTADO = ZERO - WS-IMPORTE-REINTEGRO.
           IF REPONE-EJEMPLARES
               MOVE WS-IMPORTE-REINTEGRO TO WS-DELTA-COMPROMETIDO
           ELSE
               COMPUTE WS-DELTA-COMPROMETIDO =
                       ZERO - WS-IMPORTE-IMPAGO
           END-IF.
           IF WS-DELTA-COMPROMETIDO NOT = ZEROS
               OR WS-DELTA-EJECUTADO NOT = ZEROS
               PERFORM 080-ACTUALIZAR-PRESUPUESTO
                       THRU 080-ACTUALIZAR-PRESUPUESTO-EXIT
           END-IF.
           PERFORM 130-EMITIR-NOTA THRU 130-EMITIR-NOTA-EXIT.
       100-DEVOLUCION-EXIT.
           EXIT.

      *EL LIBRO-ID TIENE QUE EXISTIR Y TENER EN ESTANTE LOS
      *EJEMPLARES QUE SE DEVUELVEN.
       105-VERIFICAR-CATALOGO.
           OPEN INPUT REG-LIBROS.
           IF F-NOEXISTE-LIB
               DISPLAY "NO SE ENCUENTRA REGISTRO-LIBROS.DAT."
               MOVE "REGISTRO-LIBROS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-REG-LIBROS         TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE REG-LIBROS
               GO TO 105-VERIFICAR-CATALOGO-EXIT
           END-IF.
           MOVE WS-LIBRO-ID TO LIBRO-ID-STATUS.
           READ REG-LIBROS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REG-LIB
               DISPLAY "ESE LIBRO-ID NO EXISTE EN EL CATALOGO."
               CLOSE REG-LIBROS
               GO TO 105-VERIFICAR-CATALOGO-EXIT
           END-IF.
           MOVE NOMBRE-STATUS TO WS-NOMBRE-LIBRO.
           DISPLAY "CATALOGO: " WS-NOMBRE-LIBRO.
           DISPLAY "  EJEMPLARES " CANTIDAD-EJEMPLARES-STATUS
                   " EN ESTANTE " EJEMPLARES-DISPONIBLES-STATUS.
           IF EJEMPLARES-DISPONIBLES-STATUS < WS-CANT-DEVUELTA
               DISPLAY "NO HAY TANTOS EJEMPLARES EN ESTANTE PARA "
                       "DEVOLVER."
               CLOSE REG-LIBROS
               GO TO 105-VERIFICAR-CATALOGO-EXIT
           END-IF.
           MOVE "S" TO WS-CATALOGO-OK.
           CLOSE REG-LIBROS.
       105-VERIFICAR-CATALOGO-EXIT.
           EXIT.

      *IMPUTA LA CANTIDAD DEVUELTA: PRIMERO CONTRA LO RECIBIDO QUE
      *EL PROVEEDOR TODAVIA NO FACTURO (A COSTO DE LA ORDEN),
      *DESPUES CONTRA RENGLONES DE FACTURA APROBADOS E IMPAGOS Y
      *POR ULTIMO CONTRA LOS YA PAGADOS, QUE QUEDAN A REINTEGRAR.
      *CADA RENGLON DE FACTURA TOCADO ACUMULA SU CANTIDAD DEVUELTA,
      *QUE FACTURAS-PROV DESCUENTA DEL IMPORTE Y DEL CRUCE. LOS
      *RENGLONES RETENIDOS NO CUENTAN, IGUAL QUE EN EL CRUCE.
       110-IMPUTAR-FACTURAS.
           MOVE ZEROS TO WS-FACTURADO-NETO WS-DEV-SIN-FACTURAR
                         WS-IMPORTE-IMPAGO WS-IMPORTE-REINTEGRO
                         WS-IMPORTE-ND WS-CANT-IMPUT.
           MOVE WS-CANT-DEVUELTA TO WS-A-IMPUTAR.
           MOVE "S" TO WS-HAY-FACTURAS.
           OPEN I-O FACTURAS-PROV.
           IF F-NOEXISTE-FAC
               CLOSE FACTURAS-PROV
               MOVE "N" TO WS-HAY-FACTURAS
           ELSE
               PERFORM 112-SUMAR-FACTURADO
           END-IF.
           IF WS-RECIBIDO-ANTES > WS-FACTURADO-NETO
               COMPUTE WS-SIN-FACTURAR =
                       WS-RECIBIDO-ANTES - WS-FACTURADO-NETO
           ELSE
               MOVE ZEROS TO WS-SIN-FACTURAR
           END-IF.
           IF WS-SIN-FACTURAR > WS-A-IMPUTAR
               MOVE WS-A-IMPUTAR TO WS-DEV-SIN-FACTURAR
           ELSE
               MOVE WS-SIN-FACTURAR TO WS-DEV-SIN-FACTURAR
           END-IF.
           SUBTRACT WS-DEV-SIN-FACTURAR FROM WS-A-IMPUTAR.
           IF HAY-FACTURAS AND WS-A-IMPUTAR > ZEROS
               MOVE "I" TO WS-PASADA
               PERFORM 114-RECORRER-FACTURAS
           END-IF.
           IF HAY-FACTURAS AND WS-A-IMPUTAR > ZEROS
               MOVE "P" TO WS-PASADA
               PERFORM 114-RECORRER-FACTURAS
           END-IF.
           IF HAY-FACTURAS
               CLOSE FACTURAS-PROV
           END-IF.
      *LO QUE NO ENCONTRO FACTURA SE TOMA COMO NO FACTURADO.
           ADD WS-A-IMPUTAR TO WS-DEV-SIN-FACTURAR.
           MOVE ZEROS TO WS-A-IMPUTAR.
           COMPUTE WS-IMPORTE-IMPAGO = WS-IMPORTE-IMPAGO
                   + (WS-DEV-SIN-FACTURAR * WS-COSTO).
           COMPUTE WS-IMPORTE-ND =
                   WS-IMPORTE-IMPAGO + WS-IMPORTE-REINTEGRO.
       110-IMPUTAR-FACTURAS-EXIT.
           EXIT.

      *CANTIDAD YA FACTURADA (NETA DE DEVOLUCIONES ANTERIORES) EN
      *RENGLONES NO RETENIDOS DEL RENGLON DE ORDEN.
       112-SUMAR-FACTURADO.
           MOVE LOW-VALUES TO FAC-CLAVE.
           MOVE "00" TO FS-FACTURAS.
           START FACTURAS-PROV KEY IS NOT LESS THAN FAC-CLAVE
               INVALID KEY SET FIN-FACTURAS TO TRUE
           END-START.
           IF NOT FIN-FACTURAS
               READ FACTURAS-PROV NEXT RECORD AT END
                   SET FIN-FACTURAS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-FACTURAS
               IF FAC-OC-NUMERO = WS-NUMERO-OC
                   AND FAC-OC-RENGLON = WS-RENGLON
                   AND (FAC-APROBADA OR FAC-PAGADA)
                   IF FAC-CANT-DEVUELTA NOT NUMERIC
                       MOVE ZEROS TO FAC-CANT-DEVUELTA
                   END-IF
                   COMPUTE WS-FACTURADO-NETO = WS-FACTURADO-NETO
                           + FAC-CANTIDAD - FAC-CANT-DEVUELTA
               END-IF
               READ FACTURAS-PROV NEXT RECORD AT END
                   SET FIN-FACTURAS TO TRUE END-READ
           END-PERFORM.

      *UNA PASADA POR LAS FACTURAS: "I" IMPAGAS, "P" PAGADAS.
       114-RECORRER-FACTURAS.
           MOVE LOW-VALUES TO FAC-CLAVE.
           MOVE "00" TO FS-FACTURAS.
           START FACTURAS-PROV KEY IS NOT LESS THAN FAC-CLAVE
               INVALID KEY SET FIN-FACTURAS TO TRUE
           END-START.
           IF NOT FIN-FACTURAS
               READ FACTURAS-PROV NEXT RECORD AT END
                   SET FIN-FACTURAS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-FACTURAS OR WS-A-IMPUTAR = ZEROS
               IF FAC-OC-NUMERO = WS-NUMERO-OC
                   AND FAC-OC-RENGLON = WS-RENGLON
                   IF (PASADA-IMPAGOS AND FAC-APROBADA)
                       OR (PASADA-PAGADOS AND FAC-PAGADA)
                       PERFORM 116-IMPUTAR-RENGLON
                               THRU 116-IMPUTAR-RENGLON-EXIT
                   END-IF
               END-IF
               READ FACTURAS-PROV NEXT RECORD AT END
                   SET FIN-FACTURAS TO TRUE END-READ
           END-PERFORM.

       116-IMPUTAR-RENGLON.
           IF FAC-CANT-DEVUELTA NOT NUMERIC
               MOVE ZEROS TO FAC-CANT-DEVUELTA
           END-IF.
           COMPUTE WS-NETO-RENGLON = FAC-CANTIDAD - FAC-CANT-DEVUELTA.
           IF WS-NETO-RENGLON = ZEROS
               GO TO 116-IMPUTAR-RENGLON-EXIT
           END-IF.
           IF WS-NETO-RENGLON < WS-A-IMPUTAR
               MOVE WS-NETO-RENGLON TO WS-CANT-IMPUTADA
           ELSE
               MOVE WS-A-IMPUTAR TO WS-CANT-IMPUTADA
           END-IF.
           ADD WS-CANT-IMPUTADA TO FAC-CANT-DEVUELTA.
           REWRITE DATOS-FACTURA
               INVALID KEY
               DISPLAY "ERROR AL REGRABAR LA FACTURA " FAC-NUMERO
               GO TO 116-IMPUTAR-RENGLON-EXIT
           END-REWRITE.
           SUBTRACT WS-CANT-IMPUTADA FROM WS-A-IMPUTAR.
           COMPUTE WS-IMPORTE-IMPUT = WS-CANT-IMPUTADA * FAC-PRECIO.
           IF PASADA-PAGADOS
               ADD WS-IMPORTE-IMPUT TO WS-IMPORTE-REINTEGRO
           ELSE
               ADD WS-IMPORTE-IMPUT TO WS-IMPORTE-IMPAGO
           END-IF.
           IF WS-CANT-IMPUT < 20
               ADD 1 TO WS-CANT-IMPUT
               MOVE FAC-NUMERO  TO IMP-FAC-NUMERO (WS-CANT-IMPUT)
               MOVE FAC-RENGLON TO IMP-FAC-RENGLON (WS-CANT-IMPUT)
               MOVE WS-CANT-IMPUTADA TO IMP-CANTIDAD (WS-CANT-IMPUT)
               MOVE WS-IMPORTE-IMPUT TO IMP-IMPORTE (WS-CANT-IMPUT)
               MOVE WS-PASADA   TO IMP-PAGADA (WS-CANT-IMPUT)
           END-IF.
       116-IMPUTAR-RENGLON-EXIT.
           EXIT.

      *LOS EJEMPLARES DEVUELTOS SALEN DEL CATALOGO Y DE LAS
      *EXISTENCIAS DE LA SEDE, DONDE ENTRA LA MERCADERIA; EL CAMBIO
      *QUEDA EN AUDITORIA-LIBROS.DAT, MISMO FORMATO DE LINEA QUE
      *AUDITAR-CAMBIO EN REGISTROLIBROS.CBL.
       120-DESCONTAR-CATALOGO.
           OPEN I-O REG-LIBROS.
           IF F-NOEXISTE-LIB
               CLOSE REG-LIBROS
               GO TO 120-DESCONTAR-CATALOGO-EXIT
           END-IF.
           MOVE WS-LIBRO-ID TO LIBRO-ID-STATUS.
           READ REG-LIBROS
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REG-LIB
               CLOSE REG-LIBROS
               GO TO 120-DESCONTAR-CATALOGO-EXIT
           END-IF.
           MOVE "EJEMPLARES" TO AUD-CAMPO.
           MOVE CANTIDAD-EJEMPLARES-STATUS TO AUD-ANTERIOR.
           SUBTRACT WS-CANT-DEVUELTA FROM CANTIDAD-EJEMPLARES-STATUS.
           SUBTRACT WS-CANT-DEVUELTA
                   FROM EJEMPLARES-DISPONIBLES-STATUS.
           MOVE CANTIDAD-EJEMPLARES-STATUS TO AUD-NUEVO.
           REWRITE DATOS-LIBRO-STATUS END-REWRITE.
           CLOSE REG-LIBROS.
           PERFORM 124-AUDITAR-CAMBIO.
           PERFORM 122-AJUSTAR-EXISTENCIA-SEDE
                   THRU 122-AJUSTAR-EXISTENCIA-SEDE-EXIT.
       120-DESCONTAR-CATALOGO-EXIT.
           EXIT.

      *SIN FILA DE EXISTENCIAS PARA LA SEDE NO HAY NADA QUE BAJAR.
       122-AJUSTAR-EXISTENCIA-SEDE.
           OPEN I-O EXISTENCIAS-SUC.
           IF F-NOEXISTE-EXI
               CLOSE EXISTENCIAS-SUC
               GO TO 122-AJUSTAR-EXISTENCIA-SEDE-EXIT
           END-IF.
           MOVE WS-LIBRO-ID   TO EXI-LIBRO-ID.
           MOVE SUCURSAL-SEDE TO EXI-SUCURSAL.
           READ EXISTENCIAS-SUC
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-EXISTENCIA
               COMPUTE AUX-EXI-NUEVO-CANT =
                       EXI-CANTIDAD - WS-CANT-DEVUELTA
               COMPUTE AUX-EXI-NUEVO-DISP =
                       EXI-DISPONIBLES - WS-CANT-DEVUELTA
               IF AUX-EXI-NUEVO-CANT < ZEROS
                   MOVE ZEROS TO AUX-EXI-NUEVO-CANT
               END-IF
               IF AUX-EXI-NUEVO-DISP < ZEROS
                   MOVE ZEROS TO AUX-EXI-NUEVO-DISP
               END-IF
               MOVE AUX-EXI-NUEVO-CANT TO EXI-CANTIDAD
               MOVE AUX-EXI-NUEVO-DISP TO EXI-DISPONIBLES
               REWRITE DATOS-EXISTENCIA END-REWRITE
           END-IF.
           CLOSE EXISTENCIAS-SUC.
       122-AJUSTAR-EXISTENCIA-SEDE-EXIT.
           EXIT.

       124-AUDITAR-CAMBIO.
           OPEN EXTEND AUDITORIA-LIBROS.
           IF F-NOEXISTE-AUD
               CLOSE AUDITORIA-LIBROS
               OPEN OUTPUT AUDITORIA-LIBROS
           END-IF.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE SPACES TO LINEA-AUDITORIA.
           STRING WS-LIBRO-ID    DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   AUD-CAMPO     DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   AUD-ANTERIOR  DELIMITED BY SIZE
                   " -> "        DELIMITED BY SIZE
                   AUD-NUEVO     DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   AUD-FECHA     DELIMITED BY SIZE
                   AUD-HORA      DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   AUD-OPERADOR  DELIMITED BY SIZE
                   INTO LINEA-AUDITORIA.
           WRITE LINEA-AUDITORIA.
           CLOSE AUDITORIA-LIBROS.

      *GRABA LA NOTA DE DEBITO Y LA IMPRIME. QUEDA PENDIENTE SI HAY
      *IMPORTE YA PAGADO QUE EL PROVEEDOR TIENE QUE REINTEGRAR.
       130-EMITIR-NOTA.
           PERFORM 132-PROXIMO-NOTA.
           OPEN I-O NOTAS-DEBITO.
           IF F-NOEXISTE-ND
               CLOSE NOTAS-DEBITO
               OPEN OUTPUT NOTAS-DEBITO
               CLOSE NOTAS-DEBITO
               OPEN I-O NOTAS-DEBITO
           END-IF.
           MOVE WS-NUMERO-ND         TO ND-NUMERO.
           MOVE WS-FECHA-HOY         TO ND-FECHA.
           MOVE WS-PROVEEDOR         TO ND-PROVEEDOR.
           MOVE WS-NUMERO-OC         TO ND-OC-NUMERO.
           MOVE WS-RENGLON           TO ND-OC-RENGLON.
           MOVE WS-LIBRO-ID          TO ND-LIBRO-ID.
           MOVE WS-CANT-DEVUELTA     TO ND-CANTIDAD.
           MOVE WS-IMPORTE-ND        TO ND-IMPORTE.
           MOVE WS-IMPORTE-REINTEGRO TO ND-IMPORTE-REINTEGRO.
           IF REPONE-EJEMPLARES
               MOVE "S" TO ND-REPONE
           ELSE
               MOVE "N" TO ND-REPONE
           END-IF.
           MOVE WS-MOTIVO-DEV        TO ND-MOTIVO.
           IF WS-IMPORTE-REINTEGRO > ZEROS
               SET ND-PENDIENTE TO TRUE
           ELSE
               SET ND-APLICADA TO TRUE
           END-IF.
           MOVE ZEROS                TO ND-FECHA-COMPENSADA.
           MOVE SPACES               TO ND-REFERENCIA.
           WRITE DATOS-NOTA-DEBITO
               INVALID KEY
               DISPLAY "ERROR AL GRABAR LA NOTA DE DEBITO."
               MOVE "NOTAS-DEBITO.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-NOTAS           TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               CLOSE NOTAS-DEBITO
               GO TO 130-EMITIR-NOTA-EXIT
           END-WRITE.
           CLOSE NOTAS-DEBITO.
           PERFORM 134-IMPRIMIR-NOTA.
           DISPLAY "NOTA DE DEBITO " WS-NUMERO-ND " POR "
                   WS-IMPORTE-ND " AGREGADA A NOTAS-DEBITO.LST.".
           IF WS-IMPORTE-REINTEGRO > ZEROS
               DISPLAY "  A REINTEGRAR POR EL PROVEEDOR (YA PAGADO): "
                       WS-IMPORTE-REINTEGRO
           END-IF.
       130-EMITIR-NOTA-EXIT.
           EXIT.

       132-PROXIMO-NOTA.
           MOVE ZEROS TO WS-NUMERO-ND.
           OPEN INPUT ND-NUMERADOR.
           IF NOT F-NOEXISTE-ND-NUM
               READ ND-NUMERADOR INTO WS-NUMERO-ND
                   AT END MOVE ZEROS TO WS-NUMERO-ND
               END-READ
               CLOSE ND-NUMERADOR
           END-IF.
           ADD 1 TO WS-NUMERO-ND.
           OPEN OUTPUT ND-NUMERADOR.
           MOVE WS-NUMERO-ND TO LINEA-ND-NUMERADOR.
           WRITE LINEA-ND-NUMERADOR.
           CLOSE ND-NUMERADOR.

      *LA NOTA IMPRESA SE AGREGA AL FINAL DE NOTAS-DEBITO.LST PARA
      *MANDARLA AL PROVEEDOR CON LOS EJEMPLARES.
       134-IMPRIMIR-NOTA.
           MOVE SPACES TO WS-NOMBRE-PROV.
           OPEN INPUT PROVEEDORES.
           IF NOT F-NOEXISTE-PROV
               MOVE WS-PROVEEDOR TO PROV-CODIGO
               READ PROVEEDORES
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-PROVEEDOR
                   MOVE PROV-NOMBRE TO WS-NOMBRE-PROV
               END-IF
           END-IF.
           CLOSE PROVEEDORES.
           OPEN EXTEND REPORTE-ND.
           IF F-NOEXISTE-REP-ND
               CLOSE REPORTE-ND
               OPEN OUTPUT REPORTE-ND
           END-IF.
           MOVE SPACES TO LINEA-NOTA.
           STRING "NOTA DE DEBITO NRO " DELIMITED BY SIZE
                   WS-NUMERO-ND         DELIMITED BY SIZE
                   "   FECHA "          DELIMITED BY SIZE
                   WS-FECHA-HOY         DELIMITED BY SIZE
                   INTO LINEA-NOTA.
           WRITE LINEA-NOTA.
           MOVE SPACES TO LINEA-NOTA.
           STRING "PROVEEDOR "          DELIMITED BY SIZE
                   WS-PROVEEDOR         DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-NOMBRE-PROV       DELIMITED BY SIZE
                   INTO LINEA-NOTA.
           WRITE LINEA-NOTA.
           MOVE SPACES TO LINEA-NOTA.
           STRING "ORDEN "              DELIMITED BY SIZE
                   WS-NUMERO-OC         DELIMITED BY SIZE
                   " RENGLON "          DELIMITED BY SIZE
                   WS-RENGLON           DELIMITED BY SIZE
                   " ISBN "             DELIMITED BY SIZE
                   WS-ISBN              DELIMITED BY SIZE
                   " "                  DELIMITED BY SIZE
                   WS-TITULO            DELIMITED BY SIZE
                   INTO LINEA-NOTA.
           WRITE LINEA-NOTA.
           MOVE SPACES TO LINEA-NOTA.
           STRING "EJEMPLARES DEVUELTOS: " DELIMITED BY SIZE
                   WS-CANT-DEVUELTA     DELIMITED BY SIZE
                   "  MOTIVO: "         DELIMITED BY SIZE
                   WS-MOTIVO-DEV        DELIMITED BY SIZE
                   INTO LINEA-NOTA.
           WRITE LINEA-NOTA.
           IF WS-DEV-SIN-FACTURAR > ZEROS
               COMPUTE WS-IMPORTE-IMPUT =
                       WS-DEV-SIN-FACTURAR * WS-COSTO
               MOVE SPACES TO LINEA-NOTA
               STRING "  SIN FACTURAR: "    DELIMITED BY SIZE
                       WS-DEV-SIN-FACTURAR  DELIMITED BY SIZE
                       " EJ. A "            DELIMITED BY SIZE
                       WS-COSTO             DELIMITED BY SIZE
                       " = "                DELIMITED BY SIZE
                       WS-IMPORTE-IMPUT     DELIMITED BY SIZE
                       INTO LINEA-NOTA
               WRITE LINEA-NOTA
           END-IF.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-IMPUT
               IF IMP-PAGADA (WS-IND) = "P"
                   MOVE "  A REINTEGRAR, FACT " TO WS-PREFIJO-IMP
               ELSE
                   MOVE "  COMPENSA FACT "      TO WS-PREFIJO-IMP
               END-IF
               MOVE SPACES TO LINEA-NOTA
               STRING WS-PREFIJO-IMP          DELIMITED BY SIZE
                       IMP-FAC-NUMERO (WS-IND) DELIMITED BY SIZE
                       " R"                   DELIMITED BY SIZE
                       IMP-FAC-RENGLON (WS-IND) DELIMITED BY SIZE
                       ": "                   DELIMITED BY SIZE
                       IMP-CANTIDAD (WS-IND)  DELIMITED BY SIZE
                       " EJ. = "              DELIMITED BY SIZE
                       IMP-IMPORTE (WS-IND)   DELIMITED BY SIZE
                       INTO LINEA-NOTA
               WRITE LINEA-NOTA
           END-PERFORM.
           MOVE SPACES TO LINEA-NOTA.
           STRING "IMPORTE DE LA NOTA: " DELIMITED BY SIZE
                   WS-IMPORTE-ND         DELIMITED BY SIZE
                   "  A REINTEGRAR: "    DELIMITED BY SIZE
                   WS-IMPORTE-REINTEGRO  DELIMITED BY SIZE
                   INTO LINEA-NOTA.
           WRITE LINEA-NOTA.
           MOVE SPACES TO LINEA-NOTA.
           IF REPONE-EJEMPLARES
               MOVE "EL PROVEEDOR REPONE LOS EJEMPLARES DEVUELTOS."
                       TO LINEA-NOTA
           ELSE
               MOVE "SIN REPOSICION: SE REDUCE LA CANTIDAD PEDIDA."
                       TO LINEA-NOTA
           END-IF.
           WRITE LINEA-NOTA.
           MOVE ALL "-" TO LINEA-NOTA.
           WRITE LINEA-NOTA.
           CLOSE REPORTE-ND.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
