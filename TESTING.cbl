                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-CAJA.

      *SALDO PREPAGO DE LOS SOCIOS: MAYOR FECHADO CON UNA LINEA POR
      *CARGA, CONSUMO O DEVOLUCION. EL SALDO SE OBTIENE SUMANDO LAS
      *LINEAS DEL SOCIO, COMO EL LIBRO MAYOR DE MULTAS. LA CARGA Y
      *LA DEVOLUCION SE HACEN DESDE EL MOVIMIENTO DE CAJA Y EL
      *TICKET SE PUEDE PAGAR CON EL SALDO.
           SELECT PREPAGOS        ASSIGN TO "PREPAGOS-SOCIOS.DAT"
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS FS-PREPAGOS.

      *FICHA DE SOCIOS (SIENT01M), VISTA PARCIAL PARA VALIDAR EL
      *SOCIO DE UNA CARGA DE SALDO PREPAGO.
           SELECT REG-SOCIOS      ASSIGN TO "SIENT01.FIC"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE  IS DYNAMIC
                                  RECORD KEY   IS SOCIO-CLAVE-STATUS
                                  FILE STATUS  IS FS-REG-SOCIOS.

      *CATALOGO DE LIBRERIA (LIBRERIA.CBL / REGISTROLIBROS.CBL), SOLO
      *PARA VINCULAR LA VENTA DE UNA MULTA POR LIBRO EXTRAVIADO CON
      *EL EJEMPLAR DADO DE BAJA EN EL CATALOGO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TERMINALES.

      *ALICUOTAS DE IVA POR CODIGO (MANT-TASAS-IVA): LOS PRECIOS DE
      *VENTA SON FINALES Y CADA LINEA VENDIDA SE DESGLOSA EN NETO E
      *IVA CON EL PORCENTAJE DEL CODIGO DEL PRODUCTO.
           SELECT TASAS-IVA ASSIGN TO "TASAS-IVA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIV-CODIGO
               FILE STATUS IS FS-TASAS-IVA.

           SELECT ERROR-LOG       ASSIGN TO "ERRORES.LOG"
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS  IS FS-ERROR-LOG.
      *REPOSICION (REP-REPOSICION.CBL). MINIMO EN CERO = SIN CONTROL.
           05 STOCK-MINIMO    PIC 9(3).
           05 PROVEEDOR-REF   PIC X(10).
      *ALICUOTA DE IVA DEL PRODUCTO (AGREGADA AL FINAL): "E" EXENTO,
      *"R" REDUCIDA, "G" GENERAL. EL PORCENTAJE DE CADA CODIGO VIVE
      *EN TASAS-IVA.DAT (MANT-TASAS-IVA.CBL).
           05 TASA-IVA        PIC X(01).
               88 IVA-EXENTO          VALUE "E".
               88 IVA-REDUCIDA        VALUE "R".
               88 IVA-GENERAL         VALUE "G".
      *COSTO PROMEDIO PONDERADO DE COMPRA, SIN IVA (AGREGADO AL
      *FINAL). LO ACTUALIZA CADA RECEPCION EN STOCK-MANT.CBL.
           05 COSTO-PROMEDIO  PIC 9(5)V99.

       FD REG-LIBROS.

           05 CAJA-FECHA              PIC 9(8).
      *"M" PAGO DE MULTA (PROG-PAGOS-F), "F" FONDO INICIAL, "I"
      *INGRESO VARIO, "O" EGRESO (LIMPIAVIDRIOS, ESTAMPILLAS...).
      *LA REFERENCIA LLEVA EL CODIGO DE MOTIVO. "S" ES LA PARTE DE
      *UN COBRO (TICKET, MULTA O RENOVACION) PAGADA CON SALDO
      *PREPAGO: EL COBRO YA SE ASENTO ENTERO Y ESTA LINEA LE RESTA
      *AL EFECTIVO ESPERADO LO QUE NO ENTRO AL CAJON. LA CARGA Y LA
      *DEVOLUCION DEL SALDO SON "I" Y "O" CON REFERENCIA
      *"PRE NNNNNN" (EL SOCIO).
           05 CAJA-TIPO               PIC X(01).
               88 CAJA-PAGO-MULTA     VALUE "M".
               88 CAJA-FONDO-INICIAL  VALUE "F".
               88 CAJA-INGRESO        VALUE "I".
               88 CAJA-EGRESO         VALUE "O".
               88 CAJA-CONSUMO-PREPAGO VALUE "S".
           05 CAJA-IMPORTE            PIC 9(6)V99.
           05 CAJA-REFERENCIA         PIC X(10).
      *SUCURSAL DEL MOVIMIENTO (AGREGADA AL FINAL).
      *LINEAS VIEJAS SE LEEN EN BLANCO).
           05 CAJA-OPERADOR           PIC X(11).

      *"C" CARGA EN CAJA, "V" TICKET, "M" PAGO DE MULTA, "R"
      *RENOVACION DE MEMBRESIA, "D" DEVOLUCION AL DARSE DE BAJA. LA
      *CARGA SUMA, TODO LO DEMAS RESTA.
       FD PREPAGOS.

       01 LINEA-PREPAGO.
           05 PPG-SOCIO-ID            PIC 9(6).
           05 PPG-FECHA               PIC 9(8).
           05 PPG-TIPO                PIC X(01).
               88 PPG-CARGA           VALUE "C".
               88 PPG-VENTA           VALUE "V".
               88 PPG-MULTA           VALUE "M".
               88 PPG-RENOVACION      VALUE "R".
               88 PPG-DEVOLUCION      VALUE "D".
           05 PPG-IMPORTE             PIC 9(6)V99.
           05 PPG-COMPROBANTE         PIC X(10).
           05 PPG-SUCURSAL            PIC X(03).
           05 PPG-OPERADOR            PIC X(11).

       FD REG-SOCIOS.

       01 DATOS-SOCIO-STATUS.
           05 SOCIO-CLAVE-STATUS      PIC X(11).
           05 SOCIO-NOMBRE-STATUS     PIC X(40).
           05 FILLER                  PIC X(461).

       FD VENTAS-DIARIO.

       01 LINEA-DIARIO.
           05 DIARIO-TICKET           PIC 9(6).
      *SUCURSAL QUE VENDIO (AGREGADA AL FINAL).
           05 DIARIO-SUCURSAL         PIC X(03).
      *DESGLOSE DE IVA DEL IMPORTE (AGREGADO AL FINAL): ALICUOTA DEL
      *PRODUCTO, NETO E IVA. LAS LINEAS VIEJAS LO TRAEN EN BLANCO Y
      *EL LIBRO DE IVA LAS DESGLOSA A LA ALICUOTA GENERAL.
           05 DIARIO-TASA-IVA         PIC X(01).
           05 DIARIO-NETO             PIC 9(6)V99.
           05 DIARIO-IVA              PIC 9(6)V99.
      *COSTO DE LA MERCADERIA VENDIDA (AGREGADO AL FINAL): CANTIDAD
      *POR EL COSTO PROMEDIO DEL PRODUCTO AL MOMENTO DE LA VENTA. LAS
      *LINEAS VIEJAS LO TRAEN EN BLANCO (SIN COSTO).
           05 DIARIO-COSTO            PIC 9(6)V99.

       FD REG-NOTAS.
       01 REG-NTA-STATUS.
               88 CTA-ES-FACTURA      VALUE "F".
               88 CTA-ES-PAGO         VALUE "P".
           05 CTA-IMPORTE             PIC 9(7)V99.
      *DESGLOSE DE IVA DE LA FACTURA (AGREGADO AL FINAL; LAS FILAS
      *VIEJAS Y LOS PAGOS LO LLEVAN EN BLANCO).
           05 CTA-TASA-IVA            PIC X(01).
           05 CTA-NETO                PIC 9(7)V99.
           05 CTA-IVA                 PIC 9(7)V99.

       FD FACT-NUMERADOR.

           05 TRM-FECHA               PIC 9(8).
           05 TRM-HORA                PIC 9(8).

       FD TASAS-IVA.
       01 DATOS-TASA-IVA.
           05 TIV-CODIGO              PIC X(01).
           05 TIV-DESCRIPCION         PIC X(15).
           05 TIV-PORCENTAJE          PIC 9(2)V99.

       FD ERROR-LOG.

       01 LINEA-ERROR-LOG             PIC X(80).
           05 TKT-NOMBRE              PIC X(20).
      *OPERADOR QUE COBRO LA LINEA (AGREGADA AL FINAL).
           05 TKT-OPERADOR            PIC X(11).
      *ALICUOTA E IVA INCLUIDO EN LA LINEA (AGREGADOS AL FINAL); EN
      *LA LINEA "T" VA EL IVA TOTAL DEL TICKET Y LA ALICUOTA EN
      *BLANCO.
           05 TKT-TASA-IVA            PIC X(01).
           05 TKT-IVA                 PIC 9(6)V99.

       FD TICKET-NUMERADOR.

               10 TOTAL-T             PIC 9(5)V99.
               10 RECIBIMOS           PIC 9(5)V99.
               10 VUELTO              PIC 9(5)V99.
               10 TASA-IVA-T          PIC X(01).
               10 IVA-T               PIC 9(5)V99.

       WORKING-STORAGE SECTION.

           05 WS-VUELTO           PIC 9(5).99.
           05 FILLER              PIC X(33).

      *DESGLOSE DEL IVA INCLUIDO EN EL TOTAL, UNA LINEA POR
      *ALICUOTA PRESENTE EN EL TICKET.
       01 WS-LINEA-IVA.
           05 FILLER              PIC X(20).
           05 WS-LEYENDA-IVA      PIC X(15).
           05 FILLER              PIC X(7) VALUE " NETO: ".
           05 WS-NETO-IVA         PIC 9(6).99.
           05 FILLER              PIC X(7) VALUE "  IVA: ".
           05 WS-IMPORTE-IVA      PIC 9(6).99.
           05 FILLER              PIC X(12).

       77 WS-TERMINAR-PROG        PIC X(2)  VALUE "NO".
       77 WS-CONTINUAR            PIC X(2)  VALUE "SI".
       77 WS-REG-EXISTE           PIC X     VALUE "T".
       77 FS-CAJA                 PIC XX.
           88 FIN-CAJA            VALUE "10".
           88 F-NOEXISTE-CAJA     VALUE "05" "35".
       77 FS-PREPAGOS             PIC XX.
           88 FIN-PREPAGOS        VALUE "10".
           88 F-NOEXISTE-PPG      VALUE "05" "35".
       77 FS-REG-SOCIOS           PIC XX.
           88 ESTA-REG-SOC        VALUE "00" "02".
           88 F-NOEXISTE-SOC      VALUE "35".
      *SALDO PREPAGO DEL SOCIO EN CURSO (CARGAS MENOS CONSUMOS Y
      *DEVOLUCIONES) Y LA PARTE DEL TICKET QUE SE PAGA CON EL.
       77 WS-PPG-SOCIO            PIC 9(6) VALUE ZEROS.
       77 WS-PPG-SALDO            PIC S9(7)V99 VALUE ZEROS.
       77 WS-PPG-USADO            PIC 9(6)V99 VALUE ZEROS.
       77 WS-PPG-TIPO             PIC X VALUE SPACES.
       77 WS-PPG-IMPORTE          PIC 9(6)V99 VALUE ZEROS.
       77 WS-PPG-COMPROBANTE      PIC X(10) VALUE SPACES.
       77 WS-PPG-CONFIRMA         PIC X(2) VALUE SPACES.
       77 WS-TICKET-EFECTIVO      PIC 9(5)V99 VALUE ZERO.
       77 WS-PREPAGO-DEL-DIA      PIC 9(7)V99 VALUE ZERO.
       77 FS-CLIENTES             PIC XX.
           88 ESTA-CLIENTE        VALUE "00" "02".
           88 F-NOEXISTE-CLI      VALUE "35".
      *ABRIR EL MENU; QUEDA ESTAMPADA EN CADA LINEA DEL DIARIO DE
      *VENTAS Y DE LA CAJA. "SED" ES LA SEDE CENTRAL.
       77 WS-SUCURSAL             PIC X(3) VALUE "SED".
      *SUCURSAL QUE TOMA EL ENTER (PARAMETRO SUCURSAL-DEF).
       77 SUCURSAL-DEFECTO        PIC X(3) VALUE "SED".

      *PARAMETROS DEL SISTEMA (LEE-PARAMETRO.CBL): SIN REGISTRO EN
      *PARAMETROS-SISTEMA.DAT QUEDA EL VALOR DE SIEMPRE.
       01 LPA-PARAMETROS.
           05 LPA-CLAVE            PIC X(15).
           05 LPA-VALOR            PIC X(60).
           05 LPA-NUMERO           PIC 9(9)V99.
           05 LPA-RESULTADO        PIC X(2).
               88 PARAMETRO-HALLADO VALUE "OK".

      *COPIA DE ENTRENAMIENTO (MODO-ENTRENA.CBL): EN LA COPIA CADA
      *PANTALLA LLEVA LA LEYENDA ENTRENAMIENTO.
       01 MEN-PARAMETROS.
           05 MEN-MODO             PIC X(1).
               88 EN-ENTRENAMIENTO VALUE "E".
           05 MEN-FECHA-COPIA      PIC 9(8).
           05 MEN-FECHA-RESGUARDO  PIC 9(8).

      *PRECIO EFECTIVO DE LA LINEA EN CURSO: EL VALOR DE VENTA DEL
      *PRODUCTO, SALVO QUE SEA LA MULTA POR LIBRO EXTRAVIADO Y EL
      *LIBRO TENGA COSTO DE REPOSICION CARGADO (UN ATLAS NO CUESTA
           88 BATCH-CORRIENDO  VALUE "S".
       77 AUX-TRM-EVENTO       PIC X VALUE "E".

      *DESGLOSE DE IVA: ALICUOTA DE LA LINEA EN CURSO, SU
      *PORCENTAJE (TASAS-IVA.DAT O EL DE SIEMPRE SI NO ESTA) Y EL
      *NETO E IVA DEL IMPORTE DEL DIARIO; ACUMULADO POR ALICUOTA
      *PARA EL PIE DEL TICKET (1=EXENTO, 2=REDUCIDA, 3=GENERAL).
       77 FS-TASAS-IVA         PIC XX.
           88 ESTA-TASA-IVA    VALUE "00" "02".
           88 F-NOEXISTE-TIV   VALUE "35".
       77 WS-TASA-IVA-COD      PIC X VALUE "G".
       77 WS-PORC-IVA          PIC 9(2)V99 VALUE ZEROS.
       77 WS-NETO-DIARIO       PIC 9(6)V99 VALUE ZEROS.
       77 WS-IVA-DIARIO        PIC 9(6)V99 VALUE ZEROS.
       77 WS-TICKET-IVA        PIC 9(6)V99 VALUE ZEROS.
       77 WS-TASA-TKT-ANU      PIC X VALUE SPACES.
       01 TABLA-DESGLOSE-IVA.
           05 DIVA-ENT OCCURS 3 TIMES.
               10 DIVA-BRUTO       PIC 9(7)V99.
               10 DIVA-IVA         PIC 9(7)V99.
       77 WS-IND-IVA           PIC 9(1) VALUE ZEROS.

       PROCEDURE DIVISION.

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
           PERFORM CARGAR-PARAMETROS.
           CALL "MODO-ENTRENA" USING MEN-PARAMETROS.
      *CON LA CADENA NOCTURNA CORRIENDO EL MOSTRADOR NO ABRE. EL
      *PROPIO DRIVER LLAMA A ESTE PROGRAMA COMO PASO 2, PERO PARA
      *ENTONCES LA SENIAL LA PRENDIO EL MISMO DRIVER ANTES DE
               OPEN OUTPUT TICKET
           END-IF.
           PERFORM LIMPIAR-PANTALLA
           DISPLAY "SUCURSAL (3 LETRAS, ENTER=" AT LINE 2 COL 2
               WITH REVERSE-VIDEO
           DISPLAY SUCURSAL-DEFECTO AT LINE 2 COL 28
               WITH REVERSE-VIDEO
           DISPLAY "): " AT LINE 2 COL 31
               WITH REVERSE-VIDEO
           ACCEPT WS-SUCURSAL AT LINE 2 COL 35 WITH PROMPT UNDERLINE
               UPDATE
           IF WS-SUCURSAL = SPACES
               MOVE SUCURSAL-DEFECTO TO WS-SUCURSAL
           END-IF
           MOVE "E" TO AUX-TRM-EVENTO
           PERFORM REGISTRAR-TERMINAL
                           WS-CANTIDAD-VENTA * WS-PRECIO-EFECTIVO
                   MOVE "V" TO WS-DIARIO-TIPO
                   MOVE ZEROS TO WS-DIARIO-TICKET
                   MOVE TASA-IVA TO WS-TASA-IVA-COD
                   PERFORM 080-REGISTRAR-VENTA-DIARIO
               END-IF
           END-IF.
                               MOVE "V" TO WS-DIARIO-TIPO
                               MOVE WS-TICKET-ACTUAL
                                   TO WS-DIARIO-TICKET
                               MOVE TASA-IVA TO WS-TASA-IVA-COD
                               PERFORM 080-REGISTRAR-VENTA-DIARIO
                               MOVE WS-TASA-IVA-COD
                                   TO TASA-IVA-T(WS-TICKET-INDICE)
                               MOVE WS-IVA-DIARIO
                                   TO IVA-T(WS-TICKET-INDICE)
                               PERFORM 082-ASENTAR-ITEM-TICKET
                           END-IF
                       END-IF
               DISPLAY WS-COLUMNA2
               MOVE WS-TICKET-TOTAL TO WS-TOTAL
               DISPLAY WS-LINEA-TOTAL
               PERFORM 042-DESGLOSE-IVA-TICKET
      *EL SALDO PREPAGO DEL SOCIO CUBRE LO QUE ALCANZA; EL RESTO
      *SE COBRA EN EFECTIVO COMO SIEMPRE.
               PERFORM 043-PEDIR-PREPAGO THRU 043-PEDIR-PREPAGO-EXIT
               SUBTRACT WS-PPG-USADO FROM WS-TICKET-TOTAL
                   GIVING WS-TICKET-EFECTIVO
               MOVE ZEROS TO WS-RECIBIDO-NUM
               IF WS-TICKET-EFECTIVO NOT = ZEROS
                   DISPLAY "MONTO RECIBIDO: " WITH NO ADVANCING
                   MOVE SPACES TO WS-IMP-TEXTO
                   ACCEPT WS-IMP-TEXTO
                   PERFORM 095-DESCIFRAR-IMPORTE
                   MOVE WS-IMPORTE-PARSEADO TO WS-RECIBIDO-NUM
               END-IF
               IF WS-RECIBIDO-NUM < WS-TICKET-EFECTIVO THEN
                   DISPLAY "MONTO INSUFICIENTE, TICKET NO CERRADO."
               ELSE
                   MOVE WS-RECIBIDO-NUM TO WS-RECIBIMOS
                   DISPLAY WS-LINEA-RECIBO
                   SUBTRACT WS-TICKET-EFECTIVO FROM WS-RECIBIDO-NUM
                       GIVING WS-VUELTO-NUM
                   MOVE WS-VUELTO-NUM TO WS-VUELTO
                   DISPLAY WS-LINEA-VUELTO
                   DISPLAY "TICKET NRO " WS-TICKET-ACTUAL
                           " CERRADO E IMPRESO."
                   PERFORM 083-ASENTAR-TOTAL-TICKET
                   IF WS-PPG-USADO NOT = ZEROS
                       PERFORM 044-ASENTAR-PREPAGO-TICKET
                   END-IF
                   INITIALIZE TICKET-DATOS
                   MOVE ZEROS TO WS-TICKET-INDICE
                   MOVE ZEROS TO WS-TICKET-ACTUAL
               END-IF
           END-IF.

      *PIE DE IVA DEL TICKET: EL TOTAL ES PRECIO FINAL; SE MUESTRA
      *POR ALICUOTA CUANTO ES NETO Y CUANTO ES IVA INCLUIDO, CON LO
      *QUE CADA LINEA DEJO ASENTADO EN EL DIARIO.
       042-DESGLOSE-IVA-TICKET.

           INITIALIZE TABLA-DESGLOSE-IVA.
           MOVE ZEROS TO WS-TICKET-IVA.
           PERFORM VARYING WS-IMP-INDICE FROM 1 BY 1
                   UNTIL WS-IMP-INDICE > WS-TICKET-INDICE
               EVALUATE TASA-IVA-T(WS-IMP-INDICE)
                   WHEN "E" MOVE 1 TO WS-IND-IVA
                   WHEN "R" MOVE 2 TO WS-IND-IVA
                   WHEN OTHER MOVE 3 TO WS-IND-IVA
               END-EVALUATE
               ADD TOTAL-T(WS-IMP-INDICE) TO DIVA-BRUTO(WS-IND-IVA)
               ADD IVA-T(WS-IMP-INDICE)   TO DIVA-IVA(WS-IND-IVA)
               ADD IVA-T(WS-IMP-INDICE)   TO WS-TICKET-IVA
           END-PERFORM.
           PERFORM VARYING WS-IND-IVA FROM 1 BY 1
                   UNTIL WS-IND-IVA > 3
               IF DIVA-BRUTO(WS-IND-IVA) NOT = ZEROS
                   EVALUATE WS-IND-IVA
                       WHEN 1 MOVE "EXENTO"        TO WS-LEYENDA-IVA
                       WHEN 2 MOVE "IVA REDUCIDA"  TO WS-LEYENDA-IVA
                       WHEN 3 MOVE "IVA GENERAL"   TO WS-LEYENDA-IVA
                   END-EVALUATE
                   COMPUTE WS-NETO-IVA = DIVA-BRUTO(WS-IND-IVA)
                           - DIVA-IVA(WS-IND-IVA)
                   MOVE DIVA-IVA(WS-IND-IVA) TO WS-IMPORTE-IVA
                   DISPLAY WS-LINEA-IVA
               END-IF
           END-PERFORM.

      *PAGO DEL TICKET CON SALDO PREPAGO: SE USA LO QUE EL SOCIO
      *TENGA, HASTA EL TOTAL DEL TICKET. CERO = NO SE USA.
       043-PEDIR-PREPAGO.
           MOVE ZEROS TO WS-PPG-USADO.
           DISPLAY "SOCIO QUE PAGA CON SALDO PREPAGO (0=NINGUNO): "
                   WITH NO ADVANCING.
           MOVE ZEROS TO WS-PPG-SOCIO.
           ACCEPT WS-PPG-SOCIO.
           IF WS-PPG-SOCIO = ZEROS
               GO TO 043-PEDIR-PREPAGO-EXIT
           END-IF.
           PERFORM 078-SALDO-PREPAGO THRU 078-SALDO-PREPAGO-EXIT.
           IF WS-PPG-SALDO NOT > ZEROS
               DISPLAY "EL SOCIO NO TIENE SALDO PREPAGO."
               MOVE ZEROS TO WS-PPG-SOCIO
               GO TO 043-PEDIR-PREPAGO-EXIT
           END-IF.
           IF WS-PPG-SALDO < WS-TICKET-TOTAL
               MOVE WS-PPG-SALDO TO WS-PPG-USADO
           ELSE
               MOVE WS-TICKET-TOTAL TO WS-PPG-USADO
           END-IF.
           MOVE WS-PPG-USADO TO WS-IMPORTE-EDIT.
           DISPLAY "PAGADO CON SALDO PREPAGO: " WS-IMPORTE-EDIT.
       043-PEDIR-PREPAGO-EXIT.
           EXIT.

      *EL TICKET YA QUEDO ASENTADO ENTERO: LA PARTE PAGADA CON
      *SALDO SE DESCUENTA DEL MAYOR DE PREPAGOS Y VA A LA CAJA COMO
      *"S" PARA QUE EL CIERRE NO LA ESPERE EN EL CAJON.
       044-ASENTAR-PREPAGO-TICKET.
           ACCEPT WS-FECHA-DIARIO FROM DATE YYYYMMDD.
           MOVE "V" TO WS-PPG-TIPO.
           MOVE WS-PPG-USADO TO WS-PPG-IMPORTE.
           MOVE SPACES TO WS-PPG-COMPROBANTE.
           STRING "TKT "          DELIMITED BY SIZE
                   WS-TICKET-ACTUAL DELIMITED BY SIZE
                   INTO WS-PPG-COMPROBANTE.
           PERFORM 079-GRABAR-PREPAGO.
           MOVE "S" TO WS-TIPO-MOVIMIENTO.
           MOVE WS-PPG-USADO TO WS-IMPORTE-MOVIMIENTO.
           MOVE SPACES TO WS-MOTIVO-MOVIMIENTO.
           STRING "PRE "          DELIMITED BY SIZE
                   WS-PPG-SOCIO   DELIMITED BY SIZE
                   INTO WS-MOTIVO-MOVIMIENTO.
           PERFORM 077-GRABAR-LINEA-CAJA.
           MOVE ZEROS TO WS-PPG-USADO.

      *CIERRE DE CAJA DEL DIA: EL EFECTIVO ESPERADO EN EL CAJON SE
      *ARMA CON LAS VENTAS DEL DIA (DIARIO FECHADO, LAS ANULACIONES
      *RESTAN) MAS LOS PAGOS DE MULTAS QUE PROG-PAGOS-F ASENTO EN LA

           MOVE ZEROS TO WS-VENTAS-DEL-DIA.
           MOVE ZEROS TO WS-MULTAS-DEL-DIA.
           MOVE ZEROS TO WS-PREPAGO-DEL-DIA.
           ACCEPT WS-FECHA-DIARIO FROM DATE YYYYMMDD.
           DISPLAY " ".
           DISPLAY "===== CIERRE DE CAJA - REPORTE Z =====".
                   THRU 052-SUMAR-MULTAS-DEL-DIA-EXIT.
      *EL EFECTIVO ESPERADO ARRANCA EN EL FONDO INICIAL, SUMA LO
      *VENDIDO DE CONTADO, LAS MULTAS COBRADAS Y LOS INGRESOS
      *VARIOS, Y RESTA LOS EGRESOS Y LO PAGADO CON SALDO PREPAGO:
      *RECIEN ASI UNA DIFERENCIA SIGNIFICA QUE ALGO ESTA REALMENTE
      *MAL.
           COMPUTE WS-ESPERADO-CAJA = WS-FONDO-DEL-DIA
                   + WS-VENTAS-DEL-DIA
                   + WS-MULTAS-DEL-DIA
                   + WS-INGRESOS-DEL-DIA
                   - WS-EGRESOS-DEL-DIA
                   - WS-PREPAGO-DEL-DIA.
           MOVE WS-FONDO-DEL-DIA TO WS-IMPORTE-EDIT.
           DISPLAY "FONDO INICIAL:           " WS-IMPORTE-EDIT.
           MOVE WS-VENTAS-DEL-DIA TO WS-IMPORTE-EDIT.
           DISPLAY "INGRESOS VARIOS:         " WS-IMPORTE-EDIT.
           MOVE WS-EGRESOS-DEL-DIA TO WS-IMPORTE-EDIT.
           DISPLAY "EGRESOS:                 " WS-IMPORTE-EDIT.
           MOVE WS-PREPAGO-DEL-DIA TO WS-IMPORTE-EDIT.
           DISPLAY "PAGADO CON SALDO PREPAGO:" WS-IMPORTE-EDIT.
           MOVE WS-ESPERADO-CAJA TO WS-IMPORTE-EDIT.
           DISPLAY "EFECTIVO ESPERADO:       " WS-IMPORTE-EDIT.
           DISPLAY "INGRESE EL EFECTIVO CONTADO EN CAJA: "
           END-STRING.
           PERFORM 054-LINEA-Z-AL-ARCHIVO.
           MOVE SPACES TO LINEA-REP-ARCHIVO.
           MOVE WS-PREPAGO-DEL-DIA TO WS-IMPORTE-EDIT.
           STRING "PAGADO CON PREPAGO: " DELIMITED BY SIZE
                   WS-IMPORTE-EDIT    DELIMITED BY SIZE
                   INTO LINEA-REP-ARCHIVO
           END-STRING.
           PERFORM 054-LINEA-Z-AL-ARCHIVO.
           MOVE SPACES TO LINEA-REP-ARCHIVO.
           MOVE WS-ESPERADO-CAJA TO WS-IMPORTE-EDIT.
           STRING "EFECTIVO ESPERADO:  " DELIMITED BY SIZE
                   WS-IMPORTE-EDIT      DELIMITED BY SIZE

      *SUMA LOS MOVIMIENTOS DE CAJA FECHADOS HOY, CADA TIPO EN SU
      *ACUMULADOR: MULTAS ("M" DE PROG-PAGOS-F), FONDO INICIAL
      *("F"), INGRESOS ("I"), EGRESOS ("O") Y LO PAGADO CON SALDO
      *PREPAGO ("S").
       052-SUMAR-MULTAS-DEL-DIA.
           MOVE ZEROS TO WS-FONDO-DEL-DIA WS-INGRESOS-DEL-DIA
                         WS-EGRESOS-DEL-DIA.
                           ADD CAJA-IMPORTE TO WS-INGRESOS-DEL-DIA
                       WHEN CAJA-EGRESO
                           ADD CAJA-IMPORTE TO WS-EGRESOS-DEL-DIA
                       WHEN CAJA-CONSUMO-PREPAGO
                           ADD CAJA-IMPORTE TO WS-PREPAGO-DEL-DIA
                   END-EVALUATE
               END-IF
               READ CAJA-MOVIMIENTOS AT END SET FIN-CAJA TO TRUE
           EXIT.

      *REGISTRA UN MOVIMIENTO DE CAJA DEL DIA: FONDO INICIAL AL
      *ABRIR, INGRESOS VARIOS Y EGRESOS (CON CODIGO DE MOTIVO), Y
      *LA CARGA O DEVOLUCION DEL SALDO PREPAGO DE UN SOCIO.
       075-MOVIMIENTO-DE-CAJA.

           DISPLAY "TIPO (F=FONDO INICIAL / I=INGRESO / O=EGRESO / "
                   "P=CARGA PREPAGO / D=DEVOLUCION PREPAGO): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-TIPO-MOVIMIENTO.
           ACCEPT WS-TIPO-MOVIMIENTO.
           END-IF.
           IF WS-TIPO-MOVIMIENTO = "o" MOVE "O" TO WS-TIPO-MOVIMIENTO
           END-IF.
           IF WS-TIPO-MOVIMIENTO = "p" MOVE "P" TO WS-TIPO-MOVIMIENTO
           END-IF.
           IF WS-TIPO-MOVIMIENTO = "d" MOVE "D" TO WS-TIPO-MOVIMIENTO
           END-IF.
           IF WS-TIPO-MOVIMIENTO = "P" OR WS-TIPO-MOVIMIENTO = "D"
               PERFORM 076-PREPAGO-SOCIO THRU 076-PREPAGO-SOCIO-EXIT
               GO TO 075-MOVIMIENTO-DE-CAJA-EXIT
           END-IF.
           IF WS-TIPO-MOVIMIENTO NOT = "F"
               AND WS-TIPO-MOVIMIENTO NOT = "I"
               AND WS-TIPO-MOVIMIENTO NOT = "O"
       075-MOVIMIENTO-DE-CAJA-EXIT.
           EXIT.

      *CARGA ("P") O DEVOLUCION ("D") DEL SALDO PREPAGO DE UN
      *SOCIO. LA PLATA ENTRA O SALE DEL CAJON COMO INGRESO O EGRESO
      *CON REFERENCIA "PRE NNNNNN", ASI EL CIERRE Z LA ESPERA, Y
      *QUEDA LA LINEA FECHADA EN EL MAYOR DE PREPAGOS. LA DEVOLUCION
      *ES POR EL SALDO ENTERO: SE USA CUANDO EL SOCIO SE VA.
       076-PREPAGO-SOCIO.
           DISPLAY "CODIGO DE SOCIO: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-PPG-SOCIO.
           ACCEPT WS-PPG-SOCIO.
           IF WS-PPG-SOCIO = ZEROS
               GO TO 076-PREPAGO-SOCIO-EXIT
           END-IF.
           OPEN INPUT REG-SOCIOS.
           IF F-NOEXISTE-SOC
               DISPLAY "NO SE ENCUENTRA SIENT01.FIC."
               MOVE "SIENT01.FIC"  TO WS-ARCHIVO-ERROR
               MOVE FS-REG-SOCIOS TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE ZERO TO RETURN-CODE
               CLOSE REG-SOCIOS
               GO TO 076-PREPAGO-SOCIO-EXIT
           END-IF.
           MOVE SPACES TO SOCIO-CLAVE-STATUS.
           MOVE WS-PPG-SOCIO TO SOCIO-CLAVE-STATUS.
           READ REG-SOCIOS
               INVALID KEY CONTINUE
           END-READ.
           CLOSE REG-SOCIOS.
           IF NOT ESTA-REG-SOC
               DISPLAY "EL SOCIO NO EXISTE EN LA FICHA."
               GO TO 076-PREPAGO-SOCIO-EXIT
           END-IF.
           DISPLAY "SOCIO: " SOCIO-NOMBRE-STATUS.
           PERFORM 078-SALDO-PREPAGO THRU 078-SALDO-PREPAGO-EXIT.
           MOVE WS-PPG-SALDO TO WS-IMPORTE-EDIT.
           DISPLAY "SALDO PREPAGO ACTUAL: " WS-IMPORTE-EDIT.
           IF WS-TIPO-MOVIMIENTO = "P"
               DISPLAY "IMPORTE A CARGAR: " WITH NO ADVANCING
               MOVE SPACES TO WS-IMP-TEXTO
               ACCEPT WS-IMP-TEXTO
               PERFORM 095-DESCIFRAR-IMPORTE
               MOVE WS-IMPORTE-PARSEADO TO WS-IMPORTE-MOVIMIENTO
               IF WS-IMPORTE-MOVIMIENTO = ZEROS
                   DISPLAY "IMPORTE EN CERO, NO SE REGISTRA."
                   GO TO 076-PREPAGO-SOCIO-EXIT
               END-IF
               MOVE "I" TO WS-TIPO-MOVIMIENTO
               MOVE "C" TO WS-PPG-TIPO
           ELSE
               IF WS-PPG-SALDO NOT > ZEROS
                   DISPLAY "EL SOCIO NO TIENE SALDO A DEVOLVER."
                   GO TO 076-PREPAGO-SOCIO-EXIT
               END-IF
               DISPLAY "DEVOLVER TODO EL SALDO EN EFECTIVO (SI/NO): "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-PPG-CONFIRMA
               ACCEPT WS-PPG-CONFIRMA
               IF WS-PPG-CONFIRMA NOT = "SI"
                       AND WS-PPG-CONFIRMA NOT = "si"
                   DISPLAY "DEVOLUCION CANCELADA."
                   GO TO 076-PREPAGO-SOCIO-EXIT
               END-IF
               MOVE WS-PPG-SALDO TO WS-IMPORTE-MOVIMIENTO
               MOVE "O" TO WS-TIPO-MOVIMIENTO
               MOVE "D" TO WS-PPG-TIPO
           END-IF.
           ACCEPT WS-FECHA-DIARIO FROM DATE YYYYMMDD.
           MOVE WS-IMPORTE-MOVIMIENTO TO WS-PPG-IMPORTE.
           MOVE "CAJA"        TO WS-PPG-COMPROBANTE.
           PERFORM 079-GRABAR-PREPAGO.
           MOVE SPACES TO WS-MOTIVO-MOVIMIENTO.
           STRING "PRE "       DELIMITED BY SIZE
                   WS-PPG-SOCIO DELIMITED BY SIZE
                   INTO WS-MOTIVO-MOVIMIENTO.
           PERFORM 077-GRABAR-LINEA-CAJA.
           MOVE WS-PPG-SOCIO TO WS-NOTA-SOCIO.
           MOVE SPACES TO WS-NOTA-TEXTO.
           MOVE WS-PPG-IMPORTE TO WS-IMPORTE-EDIT.
           IF WS-PPG-TIPO = "C"
               ADD WS-PPG-IMPORTE TO WS-PPG-SALDO
               STRING WS-FECHA-DIARIO  DELIMITED BY SIZE
                   " CARGA DE SALDO PREPAGO $" DELIMITED BY SIZE
                   WS-IMPORTE-EDIT     DELIMITED BY SIZE
                   INTO WS-NOTA-TEXTO
           ELSE
               MOVE ZEROS TO WS-PPG-SALDO
               STRING WS-FECHA-DIARIO  DELIMITED BY SIZE
                   " DEVOLUCION DEL SALDO PREPAGO $" DELIMITED BY SIZE
                   WS-IMPORTE-EDIT     DELIMITED BY SIZE
                   INTO WS-NOTA-TEXTO
           END-IF.
           PERFORM AGREGAR-NOTA-SOCIO THRU AGREGAR-NOTA-SOCIO-EXIT.
           MOVE WS-PPG-SALDO TO WS-IMPORTE-EDIT.
           DISPLAY "MOVIMIENTO REGISTRADO. SALDO PREPAGO: "
                   WS-IMPORTE-EDIT.
       076-PREPAGO-SOCIO-EXIT.
           EXIT.

      *AGREGA A LA CAJA EL MOVIMIENTO ARMADO EN WS-TIPO-MOVIMIENTO,
      *WS-IMPORTE-MOVIMIENTO Y WS-MOTIVO-MOVIMIENTO CON LA FECHA
      *WS-FECHA-DIARIO.
       077-GRABAR-LINEA-CAJA.
           OPEN EXTEND CAJA-MOVIMIENTOS.
           IF F-NOEXISTE-CAJA
               CLOSE CAJA-MOVIMIENTOS
               OPEN OUTPUT CAJA-MOVIMIENTOS
           END-IF.
           MOVE WS-FECHA-DIARIO      TO CAJA-FECHA.
           MOVE WS-TIPO-MOVIMIENTO   TO CAJA-TIPO.
           MOVE WS-IMPORTE-MOVIMIENTO TO CAJA-IMPORTE.
           MOVE WS-MOTIVO-MOVIMIENTO TO CAJA-REFERENCIA.
           MOVE WS-SUCURSAL          TO CAJA-SUCURSAL.
           MOVE WS-OPERADOR          TO CAJA-OPERADOR.
           WRITE LINEA-CAJA.
           CLOSE CAJA-MOVIMIENTOS.

      *SALDO PREPAGO DE WS-PPG-SOCIO: LAS CARGAS SUMAN, LOS
      *CONSUMOS Y LA DEVOLUCION RESTAN.
       078-SALDO-PREPAGO.
           MOVE ZEROS TO WS-PPG-SALDO.
           OPEN INPUT PREPAGOS.
           IF F-NOEXISTE-PPG
               CLOSE PREPAGOS
               GO TO 078-SALDO-PREPAGO-EXIT
           END-IF.
           READ PREPAGOS AT END SET FIN-PREPAGOS TO TRUE END-READ.
           PERFORM UNTIL FIN-PREPAGOS
               IF PPG-SOCIO-ID = WS-PPG-SOCIO
                   IF PPG-CARGA
                       ADD PPG-IMPORTE TO WS-PPG-SALDO
                   ELSE
                       SUBTRACT PPG-IMPORTE FROM WS-PPG-SALDO
                   END-IF
               END-IF
               READ PREPAGOS AT END SET FIN-PREPAGOS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PREPAGOS.
       078-SALDO-PREPAGO-EXIT.
           EXIT.

      *AGREGA AL MAYOR DE PREPAGOS LA LINEA ARMADA EN WS-PPG-.
       079-GRABAR-PREPAGO.
           OPEN EXTEND PREPAGOS.
           IF F-NOEXISTE-PPG
               CLOSE PREPAGOS
               OPEN OUTPUT PREPAGOS
           END-IF.
           MOVE WS-PPG-SOCIO       TO PPG-SOCIO-ID.
           MOVE WS-FECHA-DIARIO    TO PPG-FECHA.
           MOVE WS-PPG-TIPO        TO PPG-TIPO.
           MOVE WS-PPG-IMPORTE     TO PPG-IMPORTE.
           MOVE WS-PPG-COMPROBANTE TO PPG-COMPROBANTE.
           MOVE WS-SUCURSAL        TO PPG-SUCURSAL.
           MOVE WS-OPERADOR        TO PPG-OPERADOR.
           WRITE LINEA-PREPAGO.
           CLOSE PREPAGOS.

       060-ANULAR-VENTA.

           DISPLAY " ".
                       INVALID KEY MOVE "F" TO WS-REG-EXISTE
                       NOT INVALID KEY MOVE "T" TO WS-REG-EXISTE
                   END-READ
                   MOVE SPACES TO WS-TASA-IVA-COD
                   IF WS-REG-EXISTE = "F"
                       MOVE ZEROS TO COSTO-PROMEDIO
                   END-IF
                   IF WS-REG-EXISTE = "T" THEN
                       ADD WS-CANTIDAD-VENTA TO TOTAL
                       SUBTRACT WS-CANTIDAD-VENTA FROM SALIDA
                       REWRITE REG-PRODUCTOS
                       MOVE TASA-IVA TO WS-TASA-IVA-COD
                   END-IF
                   MOVE "N" TO WS-PRECIO-TKT-HALLADO
                   IF WS-TICKET-REIMPRIMIR NOT = ZEROS
                       PERFORM 086-PRECIO-DESDE-TICKET
                               THRU 086-PRECIO-DESDE-TICKET-EXIT
                   END-IF
      *LA ANULACION REVIERTE EL IVA A LA ALICUOTA CON QUE SE COBRO:
      *LA DEL TICKET ORIGINAL SI SE LA CONOCE, SI NO LA DEL PRODUCTO.
                   IF WS-PRECIO-TKT-HALLADO = "S"
                       AND WS-TASA-TKT-ANU NOT = SPACES
                       MOVE WS-TASA-TKT-ANU TO WS-TASA-IVA-COD
                   END-IF
                   IF WS-PRECIO-TKT-HALLADO = "S"
                       IF WS-CANTIDAD-VENTA = WS-CANT-TICKET-ANU
                           MOVE WS-IMPORTE-TICKET-ANU
                   PERFORM 080-REGISTRAR-VENTA-DIARIO
                   PERFORM 084-ASENTAR-ANULACION-TICKET
                   DISPLAY "VENTA ANULADA, STOCK RESTITUIDO."
                   MOVE WS-IVA-DIARIO TO WS-IMPORTE-EDIT
                   DISPLAY "IVA REVERTIDO: " WS-IMPORTE-EDIT
               END-IF
           END-IF.

                   WS-CANTIDAD-VENTA * VALOR-VENTA.
           MOVE "C" TO WS-DIARIO-TIPO.
           MOVE ZEROS TO WS-DIARIO-TICKET.
           MOVE TASA-IVA TO WS-TASA-IVA-COD.
           PERFORM 080-REGISTRAR-VENTA-DIARIO.
           PERFORM 066-PROXIMA-FACTURA.
           PERFORM 067-ASENTAR-CTACTE.
           MOVE WS-FECHA-DIARIO    TO CTA-FECHA.
           MOVE "F"                TO CTA-TIPO.
           MOVE WS-IMPORTE-FACTURA TO CTA-IMPORTE.
           MOVE WS-TASA-IVA-COD    TO CTA-TASA-IVA.
           MOVE WS-NETO-DIARIO     TO CTA-NETO.
           MOVE WS-IVA-DIARIO      TO CTA-IVA.
           WRITE LINEA-CTACTE.
           CLOSE CTACTE.

                   WS-IMPORTE-FACTURA DELIMITED BY SIZE
                   INTO LINEA-FACTURA.
           WRITE LINEA-FACTURA.
      *DESGLOSE DEL IVA INCLUIDO, TAL COMO QUEDO EN EL DIARIO Y EN LA
      *CUENTA CORRIENTE.
           MOVE SPACES TO LINEA-FACTURA.
           MOVE WS-NETO-DIARIO TO WS-IMPORTE-EDIT.
           MOVE WS-IVA-DIARIO  TO WS-IMPORTE-EDIT2.
           MOVE WS-PORC-IVA    TO WS-IMPORTE-EDIT3.
           STRING "NETO $"            DELIMITED BY SIZE
                   WS-IMPORTE-EDIT    DELIMITED BY SIZE
                   "  IVA "           DELIMITED BY SIZE
                   WS-IMPORTE-EDIT3 (6:5) DELIMITED BY SIZE
                   "% $"              DELIMITED BY SIZE
                   WS-IMPORTE-EDIT2   DELIMITED BY SIZE
                   "  ALICUOTA "      DELIMITED BY SIZE
                   WS-TASA-IVA-COD    DELIMITED BY SIZE
                   INTO LINEA-FACTURA.
           WRITE LINEA-FACTURA.
           MOVE "VENTA EN CUENTA CORRIENTE" TO LINEA-FACTURA.
           WRITE LINEA-FACTURA.
           MOVE ALL "=" TO LINEA-FACTURA.
      *EL TIPO EN WS-DIARIO-TIPO ("V" VENTA / "A" ANULACION), EL
      *IMPORTE EN WS-IMPORTE-DIARIO Y EL TICKET EN WS-DIARIO-TICKET
      *(CEROS CUANDO LA VENTA NO SALIO POR TICKET); PRODUCTO Y
      *CANTIDAD SE TOMAN DE LA OPERACION EN CURSO. LA ALICUOTA VA EN
      *WS-TASA-IVA-COD Y EL DESGLOSE QUEDA EN WS-NETO-DIARIO Y
      *WS-IVA-DIARIO PARA EL TICKET O LA FACTURA. EL COSTO DE LO
      *VENDIDO SALE DEL COSTO PROMEDIO DEL PRODUCTO LEIDO.
       080-REGISTRAR-VENTA-DIARIO.

           PERFORM 090-DESGLOSAR-IVA.
           OPEN EXTEND VENTAS-DIARIO.
           IF F-NOEXISTE-DIARIO
               CLOSE VENTAS-DIARIO
           MOVE WS-IMPORTE-DIARIO      TO DIARIO-IMPORTE.
           MOVE WS-DIARIO-TICKET       TO DIARIO-TICKET.
           MOVE WS-SUCURSAL            TO DIARIO-SUCURSAL.
           MOVE WS-TASA-IVA-COD        TO DIARIO-TASA-IVA.
           MOVE WS-NETO-DIARIO         TO DIARIO-NETO.
           MOVE WS-IVA-DIARIO          TO DIARIO-IVA.
           MOVE ZEROS                  TO DIARIO-COSTO.
           IF COSTO-PROMEDIO IS NUMERIC
               COMPUTE DIARIO-COSTO ROUNDED =
                       WS-CANTIDAD-VENTA * COSTO-PROMEDIO
           END-IF.
           WRITE LINEA-DIARIO.
           CLOSE VENTAS-DIARIO.

           MOVE TOTAL-T(WS-TICKET-INDICE)  TO TKT-IMPORTE.
           MOVE NOMBRE-PRO-T(WS-TICKET-INDICE) TO TKT-NOMBRE.
           MOVE WS-OPERADOR      TO TKT-OPERADOR.
           MOVE TASA-IVA-T(WS-TICKET-INDICE) TO TKT-TASA-IVA.
           MOVE IVA-T(WS-TICKET-INDICE)      TO TKT-IVA.
           WRITE LINEA-TICKET-DIARIO.
           CLOSE TICKETS-DIARIO.

           MOVE WS-TICKET-TOTAL  TO TKT-IMPORTE.
           MOVE SPACES           TO TKT-NOMBRE.
           MOVE WS-OPERADOR      TO TKT-OPERADOR.
           MOVE SPACES           TO TKT-TASA-IVA.
           MOVE WS-TICKET-IVA    TO TKT-IVA.
           WRITE LINEA-TICKET-DIARIO.
           CLOSE TICKETS-DIARIO.

           MOVE WS-IMPORTE-DIARIO TO TKT-IMPORTE.
           MOVE SPACES           TO TKT-NOMBRE.
           MOVE WS-OPERADOR      TO TKT-OPERADOR.
           MOVE WS-TASA-IVA-COD  TO TKT-TASA-IVA.
           MOVE WS-IVA-DIARIO    TO TKT-IVA.
           WRITE LINEA-TICKET-DIARIO.
           CLOSE TICKETS-DIARIO.

       086-PRECIO-DESDE-TICKET.

           MOVE "N" TO WS-PRECIO-TKT-HALLADO.
           MOVE SPACES TO WS-TASA-TKT-ANU.
           OPEN INPUT TICKETS-DIARIO.
           IF F-NOEXISTE-TKTDIA
               CLOSE TICKETS-DIARIO
                   AND TKT-CANTIDAD NOT = ZEROS
                   MOVE TKT-IMPORTE  TO WS-IMPORTE-TICKET-ANU
                   MOVE TKT-CANTIDAD TO WS-CANT-TICKET-ANU
                   MOVE TKT-TASA-IVA TO WS-TASA-TKT-ANU
                   MOVE "S" TO WS-PRECIO-TKT-HALLADO
               END-IF
               READ TICKETS-DIARIO AT END SET FIN-TICKETS TO TRUE
                   EVALUATE TRUE
                       WHEN TKT-ES-DETALLE
                           DISPLAY TKT-CANTIDAD " " TKT-NOMBRE
                                   " $" TKT-IMPORTE " " TKT-TASA-IVA
                       WHEN TKT-ES-TOTAL
                           DISPLAY "TICKET " TKT-NUMERO " DEL "
                                   TKT-FECHA " TOTAL $" TKT-IMPORTE
                           IF TKT-IVA IS NUMERIC
                               MOVE TKT-IVA TO WS-IMPORTE-EDIT
                               DISPLAY "IVA INCLUIDO: $" WS-IMPORTE-EDIT
                           END-IF
                       WHEN TKT-ES-ANULACION
                           DISPLAY "ANULACION SOBRE ESTE TICKET EL "
                                   TKT-FECHA " POR $" TKT-IMPORTE
                                                        24
              DISPLAY TEXTO-LIMPIO AT LINE WS-INDICE COL 1
              END-PERFORM.
           IF EN-ENTRENAMIENTO
               DISPLAY "ENTRENAMIENTO" AT LINE 1 COL 66
                       WITH REVERSE-VIDEO
           END-IF.


      *FIRMA DEL OPERADOR DEL MOSTRADOR CONTRA LA FICHA DE
                               WHEN "O"
                                   SUBTRACT CAJA-IMPORTE FROM
                                     OPE-ESPERADO (WS-OPE-HALLADO)
                               WHEN "S"
                                   SUBTRACT CAJA-IMPORTE FROM
                                     OPE-ESPERADO (WS-OPE-HALLADO)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
       058-HISTORIAL-ARQUEOS-EXIT.
           EXIT.

      *DESGLOSA WS-IMPORTE-DIARIO (PRECIO FINAL, IVA INCLUIDO) EN
      *NETO E IVA A LA ALICUOTA DE WS-TASA-IVA-COD. UN CODIGO EN
      *BLANCO O DESCONOCIDO SE TOMA COMO GENERAL. EL NETO SE REDONDEA
      *AL CENTAVO Y EL IVA ES LA DIFERENCIA, ASI NETO + IVA DA
      *SIEMPRE EL IMPORTE COBRADO.
       090-DESGLOSAR-IVA.

           IF WS-TASA-IVA-COD NOT = "E" AND WS-TASA-IVA-COD NOT = "R"
               MOVE "G" TO WS-TASA-IVA-COD
           END-IF.
           PERFORM 091-PORCENTAJE-IVA.
           COMPUTE WS-NETO-DIARIO ROUNDED =
                   WS-IMPORTE-DIARIO * 100 / (100 + WS-PORC-IVA).
           COMPUTE WS-IVA-DIARIO = WS-IMPORTE-DIARIO - WS-NETO-DIARIO.

      *PORCENTAJE DEL CODIGO EN TASAS-IVA.DAT; SIN ARCHIVO O SIN EL
      *CODIGO RIGE LA ALICUOTA DE SIEMPRE.
       091-PORCENTAJE-IVA.

           EVALUATE WS-TASA-IVA-COD
               WHEN "E"   MOVE ZEROS TO WS-PORC-IVA
               WHEN "R"   MOVE 10.50 TO WS-PORC-IVA
               WHEN OTHER MOVE 21    TO WS-PORC-IVA
           END-EVALUATE.
           OPEN INPUT TASAS-IVA.
           IF F-NOEXISTE-TIV
               CLOSE TASAS-IVA
           ELSE
               MOVE WS-TASA-IVA-COD TO TIV-CODIGO
               READ TASAS-IVA
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-TASA-IVA
                   MOVE TIV-PORCENTAJE TO WS-PORC-IVA
               END-IF
               CLOSE TASAS-IVA
           END-IF.

      *CONVIERTE EL TEXTO DE WS-IMP-TEXTO EN UN IMPORTE CON
      *CENTAVOS EN WS-IMPORTE-PARSEADO: LOS DIGITOS ANTES DEL PUNTO
      *SON PESOS, LOS DOS PRIMEROS DESPUES DEL PUNTO SON CENTAVOS;
               END-IF
           END-PERFORM.

      *VALORES DE PARAMETROS-SISTEMA.DAT (MANT-PARAMETROS); LOS QUE
      *NO ESTAN CARGADOS QUEDAN CON SU VALUE DE SIEMPRE.
       CARGAR-PARAMETROS.
           MOVE "SUCURSAL-DEF" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO SUCURSAL-DEFECTO
           END-IF.

       REGISTRAR-ERROR-CENTRAL.

           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
