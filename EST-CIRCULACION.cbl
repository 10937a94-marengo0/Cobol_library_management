      *PODER COMPARARLA ENTRE MESES. MISMO ESQUEMA DE HISTORIA POR
      *MES, CLAVE UNICA Y REGENERABLE, QUE GANANCIAS-LOCAL.DAT EN
      *REP-GANANCIAS.CBL, PERO PARA EL LADO DE LOS PRESTAMOS.
      *LOS PRESTAMOS EN BLOQUE A INSTITUCIONES (PRESTAMO-BLOQUE.CBL)
      *NO PASAN POR REG-PRESTAMOS.DAT: SE CUENTAN APARTE DESDE
      *BLOQUES-DETALLE.DAT (BLOQUES ABIERTOS, LIBROS SALIDOS Y
      *DEVUELTOS EN EL MES), SE MUESTRAN Y SE LISTAN EN UNA SECCION
      *PROPIA DEL LISTADO, SIN MEZCLARSE CON LA FOTO MENSUAL, LAS
      *CATEGORIAS NI EL RANKING.
      *EL USO EN SALA DEL MES (USO-EN-SALA.DAT DE SALA-LECTURA) SE
      *CUENTA APARTE: TOTAL, ESCANEOS Y FIRMAS DE SALA, Y UNA COLUMNA
      *PROPIA EN LA APERTURA POR CATEGORIA. TAMPOCO ENTRA EN LA FOTO
      *MENSUAL NI EN EL RANKING DE PRESTAMOS.
      *AL FINAL DEL LISTADO VA LA SECCION DE NOVEDADES DEL MES, POR
      *CATEGORIA, TOMADA DE LA LISTA QUE GRABA NOVEDADES.CBL EN
      *NOVEDADES.DAT (SI ESE MES NO SE GENERO, LO DICE).
      *AL GENERAR EL MES SE ARMA TAMBIEN GRUPOS-CIRCULACION.LST
      *(EST-GRUPOS.CBL): LOS PRESTAMOS DEL MES POR CLASE DE SOCIO,
      *BANDA DE EDAD Y SUCURSAL, CON LECTORES ACTIVOS Y PRESTAMOS
      *POR LECTOR, SOCIOS DEL PRIMER ANIO APARTE DE LOS ANTIGUOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CIRC-MES
               FILE STATUS IS FS-CIRCULACION.

      *RENGLONES DE LOS PRESTAMOS EN BLOQUE (PRESTAMO-BLOQUE.CBL).
           SELECT BLOQUES-DETALLE ASSIGN TO "BLOQUES-DETALLE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BLD-CLAVE
               FILE STATUS IS FS-DETALLE.

      *USOS EN SALA REGISTRADOS POR SALA-LECTURA.
           SELECT USO-SALA ASSIGN TO "USO-EN-SALA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-USO-SALA.

      *RANKING IMPRESO DE TITULOS MAS PRESTADOS DEL PERIODO.
           SELECT RANKING ASSIGN TO "RANKING-CIRCULACION.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RANKING.

      *NOVEDADES DEL MES (NOVEDADES.CBL).
           SELECT NOVEDADES ASSIGN TO "NOVEDADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOV-CLAVE
               ALTERNATE RECORD KEY IS NOV-ORDEN
               FILE STATUS IS FS-NOVEDADES.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
           05 CIRC-RENOVACIONES       PIC 9(5).
           05 CIRC-FECHA-GENERACION   PIC 9(8).

       FD BLOQUES-DETALLE.
       01 DATOS-BLOQUE-DETALLE.
           05 BLD-CLAVE.
               10 BLD-NUMERO          PIC 9(6).
               10 BLD-RENGLON         PIC 9(3).
           05 BLD-LIBRO-ID            PIC 9(6).
           05 BLD-FECHA-SALIDA        PIC 9(8).
           05 BLD-ESTADO              PIC X(1).
           05 BLD-FECHA-DEVOLUCION    PIC 9(8).

       FD USO-SALA.
       01 LINEA-USO-SALA.
           05 USO-LIBRO-ID            PIC 9(6).
           05 USO-FECHA               PIC 9(8).
           05 USO-HORA                PIC 9(4).
           05 USO-SUCURSAL            PIC X(3).
      *E=ESCANEO DE MESA, S=FIRMA DE SALIDA A LA SALA.
           05 USO-ORIGEN              PIC X(1).
               88 USO-FIRMA-SALA      VALUE "S".
           05 USO-SOCIO-ID            PIC 9(6).

       FD RANKING.
       01 LINEA-RANKING               PIC X(80).

       FD NOVEDADES.
       01 DATOS-NOVEDAD.
           05 NOV-CLAVE.
               10 NOV-MES                 PIC 9(6).
               10 NOV-LIBRO-ID            PIC 9(6).
           05 NOV-ORDEN.
               10 NOV-MES-ORDEN           PIC 9(6).
               10 NOV-CATEGORIA           PIC X(15).
               10 NOV-LIBRO-ORDEN         PIC 9(6).
           05 NOV-TITULO                  PIC X(60).
           05 NOV-AUTOR                   PIC X(20).
           05 NOV-SUCURSALES              PIC X(15).
           05 NOV-ORIGEN                  PIC X(1).
           05 NOV-FECHA-INCORPORADO       PIC 9(8).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

           88 ESTA-CIRCULACION     VALUE "00" "02".
           88 F-NOEXISTE-CIRC      VALUE "35".

       77 FS-DETALLE               PIC XX.
           88 FIN-DETALLE          VALUE "10".
           88 F-NOEXISTE-BLD       VALUE "35".

       77 FS-USO-SALA              PIC XX.
           88 FIN-USO-SALA         VALUE "10".
           88 F-NOEXISTE-USO       VALUE "35".

       77 FS-RANKING               PIC XX.
           88 ESTA-RANKING         VALUE "00" "02".

       77 FS-NOVEDADES             PIC XX.
           88 FIN-NOVEDADES        VALUE "10".
           88 F-NOEXISTE-NOV       VALUE "35".
       77 WS-CANT-NOVEDADES        PIC 9(5) VALUE ZEROS.

       77 FS-ERROR-LOG             PIC XX.
           88 ESTA-ERROR-LOG       VALUE "00" "02".

       77 WS-PRESTAMOS-MES         PIC 9(5) VALUE ZEROS.
       77 WS-DEVOLUCIONES-MES      PIC 9(5) VALUE ZEROS.
       77 WS-RENOVACIONES-MES      PIC 9(5) VALUE ZEROS.
      *PRESTAMOS EN BLOQUE DEL MES, INFORMADOS APARTE.
       77 WS-BLOQUES-MES           PIC 9(5) VALUE ZEROS.
       77 WS-BLQ-LIBROS-MES        PIC 9(5) VALUE ZEROS.
       77 WS-BLQ-DEVUELTOS-MES     PIC 9(5) VALUE ZEROS.
      *USO EN SALA DEL MES, INFORMADO APARTE.
       77 WS-USO-SALA-MES          PIC 9(5) VALUE ZEROS.
       77 WS-USO-ESCANEO-MES       PIC 9(5) VALUE ZEROS.
       77 WS-USO-FIRMA-MES         PIC 9(5) VALUE ZEROS.
       77 WS-LIBRO-CATEGORIA       PIC 9(6) VALUE ZEROS.

      *TOTALES POR CATEGORIA DEL TITULO PRESTADO EN EL MES.
       77 MAX-CATEGORIAS           PIC 9(2) VALUE 50.
           05 CAT-ENT OCCURS 50 TIMES.
               10 CAT-NOMBRE       PIC X(15).
               10 CAT-CANTIDAD     PIC 9(5).
               10 CAT-USO-SALA     PIC 9(5).
       77 WS-CANT-CATEGORIAS       PIC 9(2) VALUE ZEROS.
       77 WS-CATEGORIA-PRESTAMO    PIC X(15) VALUE SPACES.
       77 WS-CAT-HALLADA           PIC X VALUE "N".
       77 TOPE-RANKING-IMPRESO     PIC 9(2) VALUE 20.
       77 WS-TITULO-LIBRO          PIC X(20) VALUE SPACES.

      *PARAMETROS DE EST-GRUPOS (CIRCULACION POR GRUPO DE SOCIOS).
       01 EGR-PARAMETROS.
           05 EGR-PERIODO          PIC X(6).
           05 EGR-LARGO-PERIODO    PIC 9(1).
           05 EGR-CON-HISTORICO    PIC X(1).
           05 EGR-PRESTAMOS        PIC 9(7).
           05 EGR-RESULTADO        PIC X(2).

       PROCEDURE DIVISION.

       010-MENU.
           END-IF.
           MOVE ZEROS TO WS-PRESTAMOS-MES WS-DEVOLUCIONES-MES
                         WS-RENOVACIONES-MES WS-CANT-CATEGORIAS
                         WS-CANT-RANKING WS-RNK-DESBORDADOS
                         WS-BLOQUES-MES WS-BLQ-LIBROS-MES
                         WS-BLQ-DEVUELTOS-MES WS-USO-SALA-MES
                         WS-USO-ESCANEO-MES WS-USO-FIRMA-MES.
           INITIALIZE TABLA-CATEGORIAS TABLA-RANKING.
           OPEN INPUT REG-PRESTAMOS.
           IF F-NOEXISTE-PRE
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE REG-PRESTAMOS.
           PERFORM 045-ACUMULAR-BLOQUES.
           PERFORM 047-ACUMULAR-USO-SALA.

      *SE GRABA (O REGRABA) LA FOTO DEL MES, MISMO MANEJO DE CLAVE
      *UNICA REGENERABLE QUE 020-GENERAR-REPORTE-MES EN
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-CATEGORIAS
               DISPLAY CAT-NOMBRE (WS-IND) " " CAT-CANTIDAD (WS-IND)
                       " SALA " CAT-USO-SALA (WS-IND)
           END-PERFORM.
           DISPLAY "-- PRESTAMOS EN BLOQUE (APARTE) --".
           DISPLAY "BLOQUES " WS-BLOQUES-MES
                   " LIBROS PRESTADOS " WS-BLQ-LIBROS-MES
                   " LIBROS DEVUELTOS " WS-BLQ-DEVUELTOS-MES.
           DISPLAY "-- USO EN SALA (APARTE) --".
           DISPLAY "USOS " WS-USO-SALA-MES
                   " ESCANEOS " WS-USO-ESCANEO-MES
                   " FIRMAS DE SALA " WS-USO-FIRMA-MES.
           PERFORM 050-GENERAR-RANKING.
           CLOSE REG-LIBROS.
           PERFORM 058-GENERAR-GRUPOS.
           IF WS-RNK-DESBORDADOS NOT = ZEROS
               DISPLAY "AVISO: " WS-RNK-DESBORDADOS " PRESTAMOS DE "
                       "TITULOS FUERA DE LOS " MAX-RANKING
      *SUMA EL PRESTAMO A LA CATEGORIA DE SU TITULO (RESUELTA DEL
      *CATALOGO; LOS LIBROS YA BORRADOS VAN A LA CATEGORIA EN BLANCO).
       030-ACUMULAR-CATEGORIA.
           MOVE PRESTAMO-LIBRO-ID-STATUS TO WS-LIBRO-CATEGORIA.
           PERFORM 035-RESOLVER-CATEGORIA.
           MOVE "N" TO WS-CAT-HALLADA.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-CATEGORIAS OR CAT-HALLADA
               MOVE 1 TO CAT-CANTIDAD (WS-CANT-CATEGORIAS)
           END-IF.

      *CATEGORIA DEL TITULO WS-LIBRO-CATEGORIA (RESUELTA DEL
      *CATALOGO; LOS LIBROS YA BORRADOS VAN A LA CATEGORIA EN BLANCO).
       035-RESOLVER-CATEGORIA.
           MOVE SPACES TO WS-CATEGORIA-PRESTAMO.
           IF NOT F-NOEXISTE-LIB
               MOVE WS-LIBRO-CATEGORIA TO LIBRO-ID-STATUS
               READ REG-LIBROS
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-REG-LIB
                   MOVE CATEGORIA-STATUS TO WS-CATEGORIA-PRESTAMO
               END-IF
           END-IF.

      *SUMA EL PRESTAMO AL CONTADOR DE SU LIBRO-ID EN LA TABLA DEL
      *RANKING.
       040-ACUMULAR-RANKING.
               END-IF
           END-IF.

      *PASADA SOBRE BLOQUES-DETALLE.DAT: LIBROS SALIDOS EN BLOQUE POR
      *FECHA DE SALIDA, DEVUELTOS POR FECHA DE DEVOLUCION, Y UN
      *BLOQUE POR CADA RENGLON 001 SALIDO EN EL MES. SI TODAVIA NO
      *SE HIZO NINGUN BLOQUE QUEDA TODO EN CERO.
       045-ACUMULAR-BLOQUES.
           OPEN INPUT BLOQUES-DETALLE.
           IF F-NOEXISTE-BLD
               CLOSE BLOQUES-DETALLE
           ELSE
               READ BLOQUES-DETALLE NEXT RECORD AT END
                   SET FIN-DETALLE TO TRUE END-READ
               PERFORM UNTIL FIN-DETALLE
                   IF BLD-FECHA-SALIDA (1:6) = WS-MES
                       ADD 1 TO WS-BLQ-LIBROS-MES
                       IF BLD-RENGLON = 1
                           ADD 1 TO WS-BLOQUES-MES
                       END-IF
                   END-IF
                   IF BLD-FECHA-DEVOLUCION (1:6) = WS-MES
                       ADD 1 TO WS-BLQ-DEVUELTOS-MES
                   END-IF
                   READ BLOQUES-DETALLE NEXT RECORD AT END
                       SET FIN-DETALLE TO TRUE END-READ
               END-PERFORM
               CLOSE BLOQUES-DETALLE
           END-IF.

      *PASADA SOBRE USO-EN-SALA.DAT: USOS DEL MES, SEPARADOS EN
      *ESCANEOS Y FIRMAS DE SALA, Y SU COLUMNA EN LA APERTURA POR
      *CATEGORIA (UNA CATEGORIA SIN PRESTAMOS ENTRA CON CERO
      *PRESTAMOS). ASUME REG-LIBROS TODAVIA ABIERTO.
       047-ACUMULAR-USO-SALA.
           OPEN INPUT USO-SALA.
           IF F-NOEXISTE-USO
               CLOSE USO-SALA
           ELSE
               READ USO-SALA AT END SET FIN-USO-SALA TO TRUE
               END-READ
               PERFORM UNTIL FIN-USO-SALA
                   IF USO-FECHA (1:6) = WS-MES
                       ADD 1 TO WS-USO-SALA-MES
                       IF USO-FIRMA-SALA
                           ADD 1 TO WS-USO-FIRMA-MES
                       ELSE
                           ADD 1 TO WS-USO-ESCANEO-MES
                       END-IF
                       MOVE USO-LIBRO-ID TO WS-LIBRO-CATEGORIA
                       PERFORM 048-SUMAR-USO-CATEGORIA
                   END-IF
                   READ USO-SALA AT END SET FIN-USO-SALA TO TRUE
                   END-READ
               END-PERFORM
               CLOSE USO-SALA
           END-IF.

       048-SUMAR-USO-CATEGORIA.
           PERFORM 035-RESOLVER-CATEGORIA.
           MOVE "N" TO WS-CAT-HALLADA.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-CATEGORIAS OR CAT-HALLADA
               IF CAT-NOMBRE (WS-IND) = WS-CATEGORIA-PRESTAMO
                   ADD 1 TO CAT-USO-SALA (WS-IND)
                   MOVE "S" TO WS-CAT-HALLADA
               END-IF
           END-PERFORM.
           IF NOT CAT-HALLADA AND WS-CANT-CATEGORIAS < MAX-CATEGORIAS
               ADD 1 TO WS-CANT-CATEGORIAS
               MOVE WS-CATEGORIA-PRESTAMO
                       TO CAT-NOMBRE (WS-CANT-CATEGORIAS)
               MOVE ZEROS TO CAT-CANTIDAD (WS-CANT-CATEGORIAS)
               MOVE 1 TO CAT-USO-SALA (WS-CANT-CATEGORIAS)
           END-IF.

      *VUELCA EL RANKING A RANKING-CIRCULACION.LST: SE BUSCA EL
      *MAXIMO RESTANTE DE LA TABLA, SE IMPRIME Y SE PONE EN CERO,
      *HASTA EL TOPE DE PUESTOS O HASTA AGOTAR LA TABLA. ASUME
      *PANTALLA: ES LO QUE PERMITE COMPARAR CATEGORIAS ENTRE MESES.
           MOVE "APERTURA POR CATEGORIA DEL MES" TO LINEA-RANKING.
           WRITE LINEA-RANKING.
           MOVE "CATEGORIA      |PREST|SALA" TO LINEA-RANKING.
           WRITE LINEA-RANKING.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-CATEGORIAS
               MOVE SPACES TO LINEA-RANKING
               STRING CAT-NOMBRE (WS-IND)   DELIMITED BY SIZE
                       "|"                  DELIMITED BY SIZE
                       CAT-CANTIDAD (WS-IND) DELIMITED BY SIZE
                       "|"                  DELIMITED BY SIZE
                       CAT-USO-SALA (WS-IND) DELIMITED BY SIZE
                       INTO LINEA-RANKING
               END-STRING
               WRITE LINEA-RANKING
           END-PERFORM.
           MOVE SPACES TO LINEA-RANKING.
           WRITE LINEA-RANKING.
      *LOS PRESTAMOS EN BLOQUE VAN EN SU PROPIA SECCION Y NO SUMAN
      *A LAS CATEGORIAS NI AL RANKING DE ARRIBA.
           MOVE "PRESTAMOS EN BLOQUE A INSTITUCIONES (APARTE)"
                   TO LINEA-RANKING.
           WRITE LINEA-RANKING.
           MOVE SPACES TO LINEA-RANKING.
           STRING "BLOQUES|"             DELIMITED BY SIZE
                   WS-BLOQUES-MES        DELIMITED BY SIZE
                   "|LIBROS PRESTADOS|"  DELIMITED BY SIZE
                   WS-BLQ-LIBROS-MES     DELIMITED BY SIZE
                   "|LIBROS DEVUELTOS|"  DELIMITED BY SIZE
                   WS-BLQ-DEVUELTOS-MES  DELIMITED BY SIZE
                   INTO LINEA-RANKING
           END-STRING.
           WRITE LINEA-RANKING.
           MOVE SPACES TO LINEA-RANKING.
           WRITE LINEA-RANKING.
      *EL USO EN SALA TAMPOCO SUMA AL RANKING DE PRESTAMOS.
           MOVE "USO EN SALA DEL MES (APARTE)" TO LINEA-RANKING.
           WRITE LINEA-RANKING.
           MOVE SPACES TO LINEA-RANKING.
           STRING "USOS|"                DELIMITED BY SIZE
                   WS-USO-SALA-MES       DELIMITED BY SIZE
                   "|ESCANEOS|"          DELIMITED BY SIZE
                   WS-USO-ESCANEO-MES    DELIMITED BY SIZE
                   "|FIRMAS DE SALA|"    DELIMITED BY SIZE
                   WS-USO-FIRMA-MES      DELIMITED BY SIZE
                   INTO LINEA-RANKING
           END-STRING.
           WRITE LINEA-RANKING.
           MOVE SPACES TO LINEA-RANKING.
           WRITE LINEA-RANKING.
           MOVE "PUESTO|ID    |TITULO              |PRESTAMOS"
                   TO LINEA-RANKING.
           WRITE LINEA-RANKING.
                   MOVE ZEROS TO RNK-CANTIDAD (WS-IND-MAX)
               END-IF
           END-PERFORM.
           PERFORM 057-LISTAR-NOVEDADES.
           CLOSE RANKING.
           DISPLAY "RANKING-CIRCULACION.LST GENERADO.".

                   INTO LINEA-RANKING.
           WRITE LINEA-RANKING.

      *SECCION DE NOVEDADES: LOS TITULOS DEL MES EN NOVEDADES.DAT,
      *POR CATEGORIA (ORDEN ALTERNATIVO), CON AUTOR Y SUCURSALES.
       057-LISTAR-NOVEDADES.
           MOVE SPACES TO LINEA-RANKING.
           WRITE LINEA-RANKING.
           MOVE "NOVEDADES DEL MES" TO LINEA-RANKING.
           WRITE LINEA-RANKING.
           MOVE ZEROS TO WS-CANT-NOVEDADES.
           OPEN INPUT NOVEDADES.
           IF F-NOEXISTE-NOV
               CLOSE NOVEDADES
           ELSE
               MOVE "CATEGORIA      |ID    |TITULO              |AUTOR"
                       TO LINEA-RANKING
               MOVE "|SUCURSALES" TO LINEA-RANKING (65:11)
               WRITE LINEA-RANKING
               MOVE WS-MES TO NOV-MES-ORDEN
               MOVE SPACES TO NOV-CATEGORIA
               MOVE ZEROS  TO NOV-LIBRO-ORDEN
               START NOVEDADES KEY IS NOT LESS THAN NOV-ORDEN
                   INVALID KEY SET FIN-NOVEDADES TO TRUE
               END-START
               IF NOT FIN-NOVEDADES
                   READ NOVEDADES NEXT RECORD AT END
                       SET FIN-NOVEDADES TO TRUE END-READ
               END-IF
               PERFORM UNTIL FIN-NOVEDADES
                       OR NOV-MES-ORDEN NOT = WS-MES
                   ADD 1 TO WS-CANT-NOVEDADES
                   MOVE SPACES TO LINEA-RANKING
                   STRING NOV-CATEGORIA    DELIMITED BY SIZE
                           "|"             DELIMITED BY SIZE
                           NOV-LIBRO-ID    DELIMITED BY SIZE
                           "|"             DELIMITED BY SIZE
                           NOV-TITULO (1:20) DELIMITED BY SIZE
                           "|"             DELIMITED BY SIZE
                           NOV-AUTOR       DELIMITED BY SIZE
                           "|"             DELIMITED BY SIZE
                           NOV-SUCURSALES  DELIMITED BY SIZE
                           INTO LINEA-RANKING
                   END-STRING
                   WRITE LINEA-RANKING
                   READ NOVEDADES NEXT RECORD AT END
                       SET FIN-NOVEDADES TO TRUE END-READ
               END-PERFORM
               CLOSE NOVEDADES
           END-IF.
           IF WS-CANT-NOVEDADES = ZEROS
               MOVE "SIN NOVEDADES GENERADAS PARA EL MES (NOVEDADES)"
                       TO LINEA-RANKING
               WRITE LINEA-RANKING
           END-IF.

      *PRESTAMOS DEL MES POR GRUPO DE SOCIOS (CLASE, EDAD Y
      *SUCURSAL) EN GRUPOS-CIRCULACION.LST, CON LA MISMA BASE QUE LA
      *FOTO DEL MES: SOLO REG-PRESTAMOS.DAT.
       058-GENERAR-GRUPOS.
           MOVE WS-MES TO EGR-PERIODO.
           MOVE 6      TO EGR-LARGO-PERIODO.
           MOVE "N"    TO EGR-CON-HISTORICO.
           CALL "EST-GRUPOS" USING EGR-PARAMETROS.
           IF EGR-RESULTADO = "OK"
               DISPLAY "GRUPOS-CIRCULACION.LST GENERADO ("
                       EGR-PRESTAMOS " PRESTAMOS POR GRUPO DE SOCIOS)."
           ELSE
               DISPLAY "NO SE PUDO ARMAR LA CIRCULACION POR GRUPO."
           END-IF.

      *LISTA LAS FOTOS MENSUALES YA GRABADAS, IGUAL RECORRIDO QUE
      *030-LISTAR-HISTORICO EN REP-GANANCIAS.CBL.
       060-LISTAR-HISTORICO.
