      *DE DOS DIGITOS COMPARTE LOS DOS PRIMEROS BYTES DEL AREA CON
      *NOMBRE-PRO, ASI QUE LA CLAVE SE CARGA SIEMPRE DESPUES DEL
      *NOMBRE PARA NO PISARLA.
      *15/10/2026 - ALTA Y MODIFICACION PIDEN LA ALICUOTA DE IVA DEL
      *  PRODUCTO (E/R/G); SIN RESPUESTA EL ALTA QUEDA EN GENERAL,
      *  SALVO LA MULTA POR LIBRO QUE QUEDA EXENTA.
      *15/10/2026 - SE PIDE EL OPERADOR AL ENTRAR Y CADA ALTA O
      *  CAMBIO DEL VALOR DE VENTA DEJA EN AUDITORIA-PARAMETROS.DAT
      *  EL PRECIO ANTERIOR Y EL NUEVO CON FECHA Y HORA (TABLA
      *  "PRECIOS", CLAVE EL ID DEL PRODUCTO).
      *15/10/2026 - COSTO PROMEDIO DE COMPRA DEL PRODUCTO, SIN IVA
      *  (AGREGADO AL FINAL DEL REGISTRO, VER MIGRA-STOCK-COSTO.CBL):
      *  CADA RECEPCION PIDE EL COSTO UNITARIO Y LO PONDERA CON EL
      *  STOCK QUE YA HABIA. EL ALTA LO PIDE Y LA MODIFICACION
      *  PERMITE CORREGIRLO, CON SU LINEA DE AUDITORIA. VENTAS-LOCAL
      *  LO USA PARA EL COSTO DE LO VENDIDO EN EL DIARIO DE VENTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

      *TRAZA DE AUDITORIA DE LAS TABLAS DE PARAMETROS (TARIFAS,
      *POLITICAS, CLASES, CALENDARIO, CATEGORIAS, PRECIOS Y
      *PERMISOS), COMUN A TODOS LOS PROGRAMAS QUE LAS MANTIENEN. LA
      *CONSULTA ES CONSULTA-AUD-PARAM.
           SELECT AUDITORIA-PARAMETROS
               ASSIGN TO "AUDITORIA-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA-PAR.

       DATA DIVISION.
       FILE SECTION.

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
      *FINAL). CERO = TODAVIA SIN COSTO CONOCIDO.
           05 COSTO-PROMEDIO  PIC 9(5)V99.

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

      *LINEA DE AUDITORIA DE PARAMETROS: TABLA, OPERACION (A/M/B),
      *CLAVE, CAMPO, ANTERIOR -> NUEVO, FECHA Y HORA, OPERADOR.
       FD AUDITORIA-PARAMETROS.
       01 LINEA-AUDITORIA-PAR         PIC X(120).

       WORKING-STORAGE SECTION.
       77 FS-STOCK                 PIC XX.
           88 ESTA-STOCK           VALUE "00" "02".
       77 WS-CONFIRMA              PIC X VALUE "N".
       77 WS-MINIMO                PIC 9(3) VALUE ZEROS.
       77 WS-PROVEEDOR             PIC X(10) VALUE SPACES.
       77 WS-TASA-IVA              PIC X VALUE SPACES.
       77 WS-TOTAL-CALCULADO       PIC S9(5) VALUE ZEROS.
       77 WS-CANT-LISTADOS         PIC 9(3) VALUE ZEROS.

       77 FS-AUDITORIA-PAR         PIC XX.
           88 F-NOEXISTE-AUDPAR    VALUE "05" "35".
      *CAMPOS DE LA LINEA DE AUDITORIA DE PARAMETROS. EL OPERADOR SE
      *PIDE UNA VEZ AL ENTRAR Y FIRMA TODOS LOS CAMBIOS DE LA SESION.
       77 AUDP-TABLA               PIC X(10) VALUE SPACES.
       77 AUDP-OPERACION           PIC X(01) VALUE SPACES.
           88 AUDP-ES-ALTA         VALUE "A".
           88 AUDP-ES-MODIF        VALUE "M".
           88 AUDP-ES-BAJA         VALUE "B".
       77 AUDP-CLAVE               PIC X(15) VALUE SPACES.
       77 AUDP-CAMPO               PIC X(15) VALUE SPACES.
       77 AUDP-ANTERIOR            PIC X(20) VALUE SPACES.
       77 AUDP-NUEVO               PIC X(20) VALUE SPACES.
       77 AUDP-FECHA               PIC 9(8)  VALUE ZEROS.
       77 AUDP-HORA                PIC 9(8)  VALUE ZEROS.
       77 AUDP-OPERADOR            PIC X(10) VALUE SPACES.
       77 ANT-VALOR-VENTA          PIC 9(5)V99 VALUE ZEROS.
       77 ANT-COSTO-PROMEDIO       PIC 9(5)V99 VALUE ZEROS.
      *COSTO UNITARIO INFORMADO EN EL ALTA O EN UNA RECEPCION.
       77 WS-COSTO                 PIC 9(5)V99 VALUE ZEROS.

      *Entrada de importes con centavos, mismo descifrado que
      *095-DESCIFRAR-IMPORTE en VENTAS-LOCAL: punto decimal
      *opcional ("12.50" son doce con cincuenta).
       01 WS-IMP-CHAR-N REDEFINES WS-IMP-CHAR PIC 9.
      *Importe editado con punto decimal para pantalla y listados.
       77 WS-IMPORTE-EDIT          PIC 9(7).99 VALUE ZEROS.
       77 WS-COSTO-EDIT            PIC 9(5).99 VALUE ZEROS.

       PROCEDURE DIVISION.

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
      *SIN OPERADOR NO SE ENTRA: CADA CAMBIO QUEDA A SU NOMBRE EN
      *AUDITORIA-PARAMETROS.DAT.
           DISPLAY "Operador: " WITH NO ADVANCING.
           MOVE SPACES TO AUDP-OPERADOR.
           ACCEPT AUDP-OPERADOR.
           IF AUDP-OPERADOR = SPACES
               DISPLAY "FALTA EL OPERADOR: LOS CAMBIOS SE AUDITAN A "
                       "SU NOMBRE."
               GOBACK
           END-IF.
           PERFORM 015-ABRIR-STOCK.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-READ.
           IF ESTA-STOCK
               DISPLAY "** MODIFICACION **"
               MOVE VALOR-VENTA TO ANT-VALOR-VENTA
               IF COSTO-PROMEDIO IS NOT NUMERIC
                   MOVE ZEROS TO COSTO-PROMEDIO
               END-IF
               MOVE COSTO-PROMEDIO TO ANT-COSTO-PROMEDIO
               DISPLAY "PRODUCTO: " NOMBRE-PRO
               MOVE VALOR-VENTA TO WS-IMPORTE-EDIT
               DISPLAY "VALOR ACTUAL: " WS-IMPORTE-EDIT
               IF WS-VALOR NOT = ZEROS
                   MOVE WS-VALOR TO VALOR-VENTA
               END-IF
      *EL COSTO LO LLEVAN LAS RECEPCIONES; ACA SOLO SE CORRIGE.
               MOVE COSTO-PROMEDIO TO WS-IMPORTE-EDIT
               DISPLAY "COSTO PROMEDIO ACTUAL: " WS-IMPORTE-EDIT
               DISPLAY "CORREGIR COSTO PROMEDIO (0=IGUAL): "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-IMP-TEXTO
               ACCEPT WS-IMP-TEXTO
               PERFORM 027-LEER-COSTO THRU 027-LEER-COSTO-EXIT
               IF WS-COSTO NOT = ZEROS
                   MOVE WS-COSTO TO COSTO-PROMEDIO
               END-IF
               DISPLAY "ES MULTA POR LIBRO (S/N/ENTER=IGUAL): "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-MULTA
               IF WS-PROVEEDOR NOT = SPACES
                   MOVE WS-PROVEEDOR TO PROVEEDOR-REF
               END-IF
               DISPLAY "ALICUOTA IVA (ACTUAL " TASA-IVA
                       ", E/R/G, ENTER=IGUAL): " WITH NO ADVANCING
               MOVE SPACES TO WS-TASA-IVA
               ACCEPT WS-TASA-IVA
               PERFORM 025-VALIDAR-TASA-IVA
               IF WS-TASA-IVA NOT = SPACES
                   MOVE WS-TASA-IVA TO TASA-IVA
               END-IF
      *LA CLAVE COMPARTE AREA CON EL NOMBRE: SE RECARGA AL FINAL.
               MOVE WS-ID-PRODUCTO TO LLAVE-NUMERO-PRODUCTO
               REWRITE REG-PRODUCTOS
                   INVALID KEY
                   DISPLAY "ERROR AL REGRABAR EL PRODUCTO"
                   NOT INVALID KEY
                   MOVE "M" TO AUDP-OPERACION
                   PERFORM 090-AUDITAR-PRECIO
                   PERFORM 091-AUDITAR-COSTO
               END-REWRITE
               DISPLAY "PRODUCTO MODIFICADO."
           ELSE
               ACCEPT WS-IMP-TEXTO
               PERFORM DESCIFRAR-IMPORTE
               MOVE WS-IMPORTE-PARSEADO TO WS-VALOR
               DISPLAY "COSTO UNITARIO DE COMPRA SIN IVA (0=SIN "
                       "COSTO): " WITH NO ADVANCING
               MOVE SPACES TO WS-IMP-TEXTO
               ACCEPT WS-IMP-TEXTO
               PERFORM 027-LEER-COSTO THRU 027-LEER-COSTO-EXIT
               DISPLAY "ES MULTA POR LIBRO (S/N): " WITH NO ADVANCING
               MOVE "N" TO WS-MULTA
               ACCEPT WS-MULTA
               DISPLAY "REFERENCIA PROVEEDOR: " WITH NO ADVANCING
               MOVE SPACES TO WS-PROVEEDOR
               ACCEPT WS-PROVEEDOR
               DISPLAY "ALICUOTA IVA (E=EXENTO R=REDUCIDA G=GENERAL): "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-TASA-IVA
               ACCEPT WS-TASA-IVA
               PERFORM 025-VALIDAR-TASA-IVA
               MOVE WS-NOMBRE-PRO TO NOMBRE-PRO
               MOVE WS-CANTIDAD   TO CANTIDAD-INICIAL
               MOVE ZEROS         TO ENTRADA
               END-IF
               MOVE WS-MINIMO     TO STOCK-MINIMO
               MOVE WS-PROVEEDOR  TO PROVEEDOR-REF
               IF WS-TASA-IVA = SPACES
                   IF WS-MULTA = "S" OR WS-MULTA = "s"
                       MOVE "E" TO WS-TASA-IVA
                   ELSE
                       MOVE "G" TO WS-TASA-IVA
                   END-IF
               END-IF
               MOVE WS-TASA-IVA   TO TASA-IVA
               MOVE WS-COSTO      TO COSTO-PROMEDIO
      *LA CLAVE COMPARTE AREA CON EL NOMBRE: SE RECARGA AL FINAL.
               MOVE WS-ID-PRODUCTO TO LLAVE-NUMERO-PRODUCTO
               WRITE REG-PRODUCTOS
                   INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL PRODUCTO"
                   NOT INVALID KEY
                   MOVE "A" TO AUDP-OPERACION
                   PERFORM 090-AUDITAR-PRECIO
                   PERFORM 091-AUDITAR-COSTO
               END-WRITE
               DISPLAY "PRODUCTO DADO DE ALTA."
           END-IF.
       020-ALTA-MODIFICACION-EXIT.
           EXIT.

      *ACEPTA EL CODIGO EN MINUSCULA; UN CODIGO QUE NO ES E/R/G SE
      *DESCARTA (QUEDA EN BLANCO, O SEA SIN CAMBIO).
       025-VALIDAR-TASA-IVA.
           EVALUATE WS-TASA-IVA
               WHEN "e" MOVE "E" TO WS-TASA-IVA
               WHEN "r" MOVE "R" TO WS-TASA-IVA
               WHEN "g" MOVE "G" TO WS-TASA-IVA
               WHEN "E" CONTINUE
               WHEN "R" CONTINUE
               WHEN "G" CONTINUE
               WHEN SPACES CONTINUE
               WHEN OTHER
                   DISPLAY "ALICUOTA NO VALIDA, SE IGNORA."
                   MOVE SPACES TO WS-TASA-IVA
           END-EVALUATE.

      *DESCIFRA EL COSTO TIPEADO EN WS-IMP-TEXTO Y LO DEJA EN
      *WS-COSTO; UN IMPORTE QUE NO ENTRA EN EL CAMPO SE DESCARTA
      *(QUEDA EN CERO, O SEA SIN COSTO O SIN CAMBIO).
       027-LEER-COSTO.
           MOVE ZEROS TO WS-COSTO.
           PERFORM DESCIFRAR-IMPORTE.
           IF WS-IMPORTE-PARSEADO > 99999.99
               DISPLAY "COSTO FUERA DE RANGO, SE IGNORA."
               GO TO 027-LEER-COSTO-EXIT
           END-IF.
           MOVE WS-IMPORTE-PARSEADO TO WS-COSTO.
       027-LEER-COSTO-EXIT.
           EXIT.

      *LINEA DE AUDITORIA DEL VALOR DE VENTA DEL PRODUCTO; SIN
      *CAMBIO DE PRECIO NO SE ANOTA NADA.
       090-AUDITAR-PRECIO.
           MOVE "PRECIOS"       TO AUDP-TABLA.
           MOVE WS-ID-PRODUCTO  TO AUDP-CLAVE.
           MOVE "VALOR VENTA"   TO AUDP-CAMPO.
           MOVE ANT-VALOR-VENTA TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT TO AUDP-ANTERIOR.
           MOVE VALOR-VENTA     TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.

      *LINEA DE AUDITORIA DEL COSTO PROMEDIO CARGADO O CORREGIDO A
      *MANO; EL QUE RESULTA DE LAS RECEPCIONES NO SE AUDITA.
       091-AUDITAR-COSTO.
           MOVE "PRECIOS"          TO AUDP-TABLA.
           MOVE WS-ID-PRODUCTO     TO AUDP-CLAVE.
           MOVE "COSTO PROMEDIO"   TO AUDP-CAMPO.
           MOVE ANT-COSTO-PROMEDIO TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT    TO AUDP-ANTERIOR.
           MOVE COSTO-PROMEDIO     TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT    TO AUDP-NUEVO.
           PERFORM AUDITAR-PARAMETRO THRU AUDITAR-PARAMETRO-EXIT.

      *ASIENTA UNA RECEPCION DE MERCADERIA: SUMA A ENTRADA Y A TOTAL
      *DEL PRODUCTO Y PONDERA SU COSTO CON EL DEL STOCK QUE YA HABIA:
      *(TOTAL * COSTO ANTERIOR + RECIBIDO * COSTO NUEVO) / (TOTAL +
      *RECIBIDO). SIN STOCK O SIN COSTO ANTERIOR QUEDA EL NUEVO; SIN
      *COSTO INFORMADO QUEDA EL ANTERIOR.
       030-RECEPCION.
           DISPLAY "ID DEL PRODUCTO RECIBIDO: " WITH NO ADVANCING.
           ACCEPT WS-ID-PRODUCTO.
               DISPLAY "CANTIDAD EN CERO, NO SE ASIENTA NADA."
               GO TO 030-RECEPCION-EXIT
           END-IF.
           IF COSTO-PROMEDIO IS NOT NUMERIC
               MOVE ZEROS TO COSTO-PROMEDIO
           END-IF.
           DISPLAY "COSTO UNITARIO SIN IVA (0=SIN COSTO): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-IMP-TEXTO.
           ACCEPT WS-IMP-TEXTO.
           PERFORM 027-LEER-COSTO THRU 027-LEER-COSTO-EXIT.
           IF WS-COSTO = ZEROS
               DISPLAY "SIN COSTO, QUEDA EL COSTO PROMEDIO ANTERIOR."
           ELSE
               IF COSTO-PROMEDIO = ZEROS OR TOTAL = ZEROS
                   MOVE WS-COSTO TO COSTO-PROMEDIO
               ELSE
                   COMPUTE COSTO-PROMEDIO ROUNDED =
                           (TOTAL * COSTO-PROMEDIO
                            + WS-CANTIDAD * WS-COSTO)
                           / (TOTAL + WS-CANTIDAD)
               END-IF
           END-IF.
           ADD WS-CANTIDAD TO ENTRADA.
           ADD WS-CANTIDAD TO TOTAL.
           REWRITE REG-PRODUCTOS
               INVALID KEY
               DISPLAY "ERROR AL REGRABAR EL PRODUCTO"
           END-REWRITE.
           MOVE COSTO-PROMEDIO TO WS-IMPORTE-EDIT.
           DISPLAY "RECEPCION ASENTADA. NUEVO STOCK: " TOTAL
                   "  COSTO PROMEDIO: " WS-IMPORTE-EDIT.
       030-RECEPCION-EXIT.
           EXIT.

       040-RESUMEN-MOVIMIENTOS.
           MOVE ZEROS TO WS-CANT-LISTADOS.
           DISPLAY " ".
           DISPLAY "ID NOMBRE               INI ENT SAL TOT    COSTO".
           MOVE ZEROS TO LLAVE-NUMERO-PRODUCTO.
           START STOCK-MAESTRO KEY IS NOT LESS THAN
                   LLAVE-NUMERO-PRODUCTO
               ADD 1 TO WS-CANT-LISTADOS
               COMPUTE WS-TOTAL-CALCULADO = CANTIDAD-INICIAL
                       + ENTRADA - SALIDA
               IF COSTO-PROMEDIO IS NUMERIC
                   MOVE COSTO-PROMEDIO TO WS-COSTO-EDIT
               ELSE
                   MOVE ZEROS TO WS-COSTO-EDIT
               END-IF
               IF WS-TOTAL-CALCULADO = TOTAL
                   DISPLAY LLAVE-NUMERO-PRODUCTO " "
                           NOMBRE-PRO " "
                           CANTIDAD-INICIAL " " ENTRADA " "
                           SALIDA " " TOTAL " " WS-COSTO-EDIT
               ELSE
                   DISPLAY LLAVE-NUMERO-PRODUCTO " "
                           NOMBRE-PRO " "
                           CANTIDAD-INICIAL " " ENTRADA " "
                           SALIDA " " TOTAL " " WS-COSTO-EDIT
                           " DESCUADRE"
               END-IF
               READ STOCK-MAESTRO NEXT RECORD AT END SET FIN-STOCK
                       TO TRUE END-READ
               END-IF
           END-PERFORM.

      *ESCRIBE UNA LINEA DE AUDITORIA DE PARAMETROS. EL LLAMADOR
      *CARGA TABLA, OPERACION, CLAVE, CAMPO, ANTERIOR Y NUEVO: EN UN
      *ALTA EL ANTERIOR VA EN BLANCO, EN UNA BAJA EL NUEVO, Y EN UNA
      *MODIFICACION SOLO SE ANOTAN LOS CAMPOS QUE CAMBIARON.
       AUDITAR-PARAMETRO.
           IF AUDP-ES-ALTA
               MOVE SPACES TO AUDP-ANTERIOR
           END-IF.
           IF AUDP-ES-BAJA
               MOVE SPACES TO AUDP-NUEVO
           END-IF.
           IF AUDP-ES-MODIF AND AUDP-ANTERIOR = AUDP-NUEVO
               GO TO AUDITAR-PARAMETRO-EXIT
           END-IF.
           OPEN EXTEND AUDITORIA-PARAMETROS.
           IF F-NOEXISTE-AUDPAR
               CLOSE AUDITORIA-PARAMETROS
               OPEN OUTPUT AUDITORIA-PARAMETROS
           END-IF.
           ACCEPT AUDP-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUDP-HORA FROM TIME.
           MOVE SPACES TO LINEA-AUDITORIA-PAR.
           STRING AUDP-TABLA      DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   AUDP-OPERACION DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   AUDP-CLAVE     DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   AUDP-CAMPO     DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   AUDP-ANTERIOR  DELIMITED BY SIZE
                   " -> "         DELIMITED BY SIZE
                   AUDP-NUEVO     DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   AUDP-FECHA     DELIMITED BY SIZE
                   AUDP-HORA      DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   AUDP-OPERADOR  DELIMITED BY SIZE
                   INTO LINEA-AUDITORIA-PAR.
           WRITE LINEA-AUDITORIA-PAR.
           CLOSE AUDITORIA-PARAMETROS.
       AUDITAR-PARAMETRO-EXIT.
           EXIT.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
