      *ACOMPANIAN. EL REPORTE DE ABIERTAS (REPARACIONES-ABI.LST)
      *MUESTRA LO QUE SIGUE AFUERA Y HACE CUANTOS DIAS; EL COSTO
      *COMPROMETIDO LO LEE TAMBIEN REP-VALUACION.
      *15/10/2026 - REPARACIONES ABIERTAS EN EL MOSTRADOR: LA
      *  DEVOLUCION DE UN EJEMPLAR QUE NECESITA REPARACION
      *  (DEVOLVER-LIBRO EN REGISTROLIBROS) ABRE LA REPARACION EN
      *  ESTADO "P" SIN PROVEEDOR Y CON EL EJEMPLAR YA FUERA DEL
      *  ESTANTE; LA OPCION 4 LA DESPACHA AL ENCUADERNADOR. EL
      *  REPORTE DE ABIERTAS LAS INCLUYE CON SU ESTADO.
      *15/10/2026 - REPARACION DE BIENES DE USO (EQUIPOS Y MUEBLES
      *  DE BIENES.DAT): LA OPCION 5 ENVIA UN BIEN POR SU NUMERO DE
      *  PATRIMONIO Y LO DEJA "EN REPARACION"; REP-BIEN (AGREGADO AL
      *  FINAL DEL REGISTRO, CERO EN LAS DE LIBROS) LO IDENTIFICA.
      *  LA VUELTA NO TOCA CATALOGO NI EXISTENCIAS: VUELVE EL BIEN A
      *  "EN USO" Y LE SUMA EL COSTO FINAL A SUS REPARACIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PROV-CODIGO
               FILE STATUS IS FS-PROVEEDORES.

      *BIENES DE USO (BIENES.CBL).
           SELECT BIENES ASSIGN TO "BIENES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIE-NUMERO
               ALTERNATE RECORD KEY IS BIE-ORDEN
               FILE STATUS IS FS-BIENES.

      *VISTA PARCIAL DEL CATALOGO: TITULO Y CONTADORES.
           SELECT REG-LIBROS ASSIGN TO "REGISTRO-LIBROS.DAT"
               ORGANIZATION IS INDEXED
           05 REP-ESTADO              PIC X(1).
               88 REP-ENVIADA         VALUE "E".
               88 REP-VUELTA          VALUE "V".
               88 REP-PENDIENTE       VALUE "P".
      *BIEN DE USO REPARADO (AGREGADO AL FINAL; CERO = LIBRO).
           05 REP-BIEN                PIC 9(6).

       FD REP-NUMERADOR.
       01 LINEA-NUMERADOR             PIC 9(6).
           05 PROV-NOMBRE             PIC X(30).
           05 PROV-DOMICILIO          PIC X(40).

       FD BIENES.
       01 DATOS-BIEN.
           05 BIE-NUMERO                  PIC 9(6).
           05 BIE-ORDEN.
               10 BIE-SUCURSAL            PIC X(3).
               10 BIE-UBICACION           PIC X(20).
               10 BIE-NUMERO-ORDEN        PIC 9(6).
           05 BIE-DESCRIPCION             PIC X(40).
           05 BIE-CLASE                   PIC X(3).
           05 BIE-FECHA-COMPRA            PIC 9(8).
           05 BIE-PROVEEDOR               PIC 9(4).
           05 BIE-COSTO                   PIC 9(7).
           05 BIE-ESTADO                  PIC X(1).
               88 BIE-EN-USO              VALUE "A".
               88 BIE-EN-REPARACION       VALUE "R".
               88 BIE-DE-BAJA             VALUE "B".
           05 BIE-FECHA-ALTA              PIC 9(8).
           05 BIE-FECHA-BAJA              PIC 9(8).
           05 BIE-MOTIVO-BAJA             PIC X(30).
           05 BIE-VALOR-RECUPERO          PIC 9(7).
           05 BIE-CANT-REPARACIONES       PIC 9(3).
           05 BIE-COSTO-REPARACIONES      PIC 9(7).

       FD REG-LIBROS.
       01 DATOS-LIBRO-STATUS.
           05 LIBRO-ID-STATUS             PIC 9(6).
           88 ESTA-PROVEEDOR       VALUE "00" "02".
           88 F-NOEXISTE-PROV      VALUE "35".

       77 FS-BIENES                PIC XX.
           88 ESTA-BIEN            VALUE "00" "02".
           88 F-NOEXISTE-BIE       VALUE "35".

       77 FS-REG-LIBROS            PIC XX.
           88 ESTA-REG-LIB         VALUE "00" "02".
           88 F-NOEXISTE-LIB       VALUE "35".
       77 WS-TERMINAR-PROG         PIC X(2) VALUE "NO".
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-LIBRO-ID              PIC 9(6) VALUE ZEROS.
       77 WS-BIEN                  PIC 9(6) VALUE ZEROS.
       77 WS-PROVEEDOR             PIC 9(4) VALUE ZEROS.
       77 WS-NUMERO                PIC 9(6) VALUE ZEROS.
       77 WS-FECHA-ESPERADA        PIC 9(8) VALUE ZEROS.
               DISPLAY "1. ENVIAR EJEMPLAR A REPARACION"
               DISPLAY "2. RECIBIR EJEMPLAR REPARADO"
               DISPLAY "3. REPORTE DE REPARACIONES ABIERTAS"
               DISPLAY "4. DESPACHAR REPARACION ABIERTA EN MOSTRADOR"
               DISPLAY "5. ENVIAR BIEN (EQUIPO O MUEBLE) A REPARACION"
               DISPLAY "9. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
                   WHEN 2 PERFORM 030-RECIBIR THRU 030-RECIBIR-EXIT
                   WHEN 3 PERFORM 040-REPORTE-ABIERTAS
                                  THRU 040-REPORTE-ABIERTAS-EXIT
                   WHEN 4 PERFORM 070-DESPACHAR THRU 070-DESPACHAR-EXIT
                   WHEN 5 PERFORM 080-ENVIAR-BIEN
                                  THRU 080-ENVIAR-BIEN-EXIT
                   WHEN 9 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           MOVE ZEROS             TO REP-FECHA-VUELTA.
           MOVE WS-COSTO          TO REP-COSTO.
           SET REP-ENVIADA        TO TRUE.
           MOVE ZEROS             TO REP-BIEN.
           WRITE DATOS-REPARACION
               INVALID KEY
               DISPLAY "ERROR AL GRABAR LA REPARACION."
           EXIT.

      *VUELTA DEL ENCUADERNADOR: SE CIERRA LA REPARACION CON LA
      *FECHA Y EL COSTO REAL Y EL EJEMPLAR VUELVE AL ESTANTE. SI ES
      *UN BIEN DE USO, VUELVE A "EN USO" CON EL COSTO ACUMULADO.
       030-RECIBIR.
           DISPLAY "NUMERO DE REPARACION: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO.
           MOVE WS-FECHA-HOY TO REP-FECHA-VUELTA.
           SET REP-VUELTA TO TRUE.
           MOVE REP-LIBRO-ID TO WS-LIBRO-ID.
           MOVE REP-BIEN TO WS-BIEN.
           MOVE REP-COSTO TO WS-COSTO.
           REWRITE DATOS-REPARACION END-REWRITE.
           CLOSE REPARACIONES.
           IF WS-BIEN NOT = ZEROS
               PERFORM 085-VOLVER-BIEN
               GO TO 030-RECIBIR-EXIT
           END-IF.
           OPEN I-O REG-LIBROS.
           IF NOT F-NOEXISTE-LIB
               MOVE WS-LIBRO-ID TO LIBRO-ID-STATUS
               GO TO 040-REPORTE-ABIERTAS-EXIT
           END-IF.
           OPEN INPUT REG-LIBROS.
           OPEN INPUT BIENES.
           OPEN OUTPUT REPORTE-ABI.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "NUMERO LIBRO  TITULO               PROV ENVIADA"
               & "  ESPERADA EST" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE ZEROS TO REP-NUMERO.
           START REPARACIONES KEY IS NOT LESS THAN REP-NUMERO
                   SET FIN-REPARACIONES TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-REPARACIONES
               IF REP-ENVIADA OR REP-PENDIENTE
                   ADD 1 TO WS-CANT-ABIERTAS
                   ADD REP-COSTO TO WS-COSTO-ABIERTO
                   MOVE SPACES TO NOMBRE-STATUS
                   MOVE REP-LIBRO-ID TO WS-LIBRO-ID
                   IF REP-BIEN NOT = ZEROS
                       MOVE REP-BIEN TO WS-LIBRO-ID
                       PERFORM 087-NOMBRE-BIEN
                   ELSE
                       IF NOT F-NOEXISTE-LIB
                           MOVE REP-LIBRO-ID TO LIBRO-ID-STATUS
                           READ REG-LIBROS
                               INVALID KEY
                               MOVE SPACES TO NOMBRE-STATUS
                           END-READ
                       END-IF
                   END-IF
                   MOVE SPACES TO LINEA-REPORTE
                   STRING REP-NUMERO        DELIMITED BY SIZE
                           " "              DELIMITED BY SIZE
                           WS-LIBRO-ID      DELIMITED BY SIZE
                           " "              DELIMITED BY SIZE
                           NOMBRE-STATUS    DELIMITED BY SIZE
                           " "              DELIMITED BY SIZE
                           REP-FECHA-ENVIO  DELIMITED BY SIZE
                           " "              DELIMITED BY SIZE
                           REP-FECHA-ESPERADA DELIMITED BY SIZE
                           " "              DELIMITED BY SIZE
                           REP-ESTADO       DELIMITED BY SIZE
                           INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-ABI.
           CLOSE BIENES.
           CLOSE REG-LIBROS.
           CLOSE REPARACIONES.
           DISPLAY "REPARACIONES-ABI.LST GENERADO ("
           REWRITE DATOS-EXISTENCIA END-REWRITE.
           CLOSE EXISTENCIAS-SUC.

      *DESPACHO DE UNA REPARACION ABIERTA EN EL MOSTRADOR AL
      *DEVOLVER UN EJEMPLAR DANIADO (ESTADO "P"): EL EJEMPLAR YA
      *QUEDO FUERA DEL ESTANTE EN LA DEVOLUCION, ASI QUE ACA SOLO SE
      *COMPLETA EL ENCUADERNADOR, LA VUELTA ESPERADA Y EL COSTO.
       070-DESPACHAR.
           DISPLAY "NUMERO DE REPARACION: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO.
           IF WS-NUMERO = ZEROS
               GO TO 070-DESPACHAR-EXIT
           END-IF.
           OPEN I-O REPARACIONES.
           IF F-NOEXISTE-REP
               DISPLAY "NO HAY REPARACIONES REGISTRADAS."
               CLOSE REPARACIONES
               GO TO 070-DESPACHAR-EXIT
           END-IF.
           MOVE WS-NUMERO TO REP-NUMERO.
           READ REPARACIONES
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-REPARACION
               DISPLAY "NO EXISTE ESA REPARACION."
               CLOSE REPARACIONES
               GO TO 070-DESPACHAR-EXIT
           END-IF.
           IF NOT REP-PENDIENTE
               DISPLAY "ESA REPARACION NO ESTA PENDIENTE DE ENVIO."
               CLOSE REPARACIONES
               GO TO 070-DESPACHAR-EXIT
           END-IF.
           DISPLAY "PROVEEDOR (ENCUADERNADOR): " WITH NO ADVANCING.
           ACCEPT WS-PROVEEDOR.
           OPEN INPUT PROVEEDORES.
           IF F-NOEXISTE-PROV
               DISPLAY "NO HAY MAESTRO DE PROVEEDORES."
               CLOSE PROVEEDORES
               CLOSE REPARACIONES
               GO TO 070-DESPACHAR-EXIT
           END-IF.
           MOVE WS-PROVEEDOR TO PROV-CODIGO.
           READ PROVEEDORES
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-PROVEEDOR
               DISPLAY "EL PROVEEDOR NO EXISTE EN EL MAESTRO."
               CLOSE PROVEEDORES
               CLOSE REPARACIONES
               GO TO 070-DESPACHAR-EXIT
           END-IF.
           CLOSE PROVEEDORES.
           DISPLAY "VUELTA ESPERADA (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-FECHA-ESPERADA.
           DISPLAY "COSTO PRESUPUESTADO: " WITH NO ADVANCING.
           ACCEPT WS-COSTO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-PROVEEDOR      TO REP-PROVEEDOR.
           MOVE WS-FECHA-HOY      TO REP-FECHA-ENVIO.
           MOVE WS-FECHA-ESPERADA TO REP-FECHA-ESPERADA.
           MOVE WS-COSTO          TO REP-COSTO.
           SET REP-ENVIADA        TO TRUE.
           REWRITE DATOS-REPARACION
               INVALID KEY
               DISPLAY "ERROR AL GRABAR LA REPARACION."
           END-REWRITE.
           CLOSE REPARACIONES.
           DISPLAY "REPARACION " WS-NUMERO " ENVIADA.".
       070-DESPACHAR-EXIT.
           EXIT.

      *ENVIO DE UN BIEN DE USO AL SERVICE O AL CARPINTERO: SE
      *VALIDA QUE EXISTA, QUE NO ESTE DADO DE BAJA NI YA EN
      *REPARACION, Y QUEDA "EN REPARACION" CON LA REPARACION "E"
      *ABIERTA (SIN LIBRO).
       080-ENVIAR-BIEN.
           DISPLAY "NUMERO DE PATRIMONIO DEL BIEN: " WITH NO ADVANCING.
           ACCEPT WS-BIEN.
           IF WS-BIEN = ZEROS
               GO TO 080-ENVIAR-BIEN-EXIT
           END-IF.
           OPEN I-O BIENES.
           IF F-NOEXISTE-BIE
               DISPLAY "NO HAY BIENES REGISTRADOS."
               CLOSE BIENES
               GO TO 080-ENVIAR-BIEN-EXIT
           END-IF.
           MOVE WS-BIEN TO BIE-NUMERO.
           READ BIENES
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-BIEN
               DISPLAY "EL BIEN NO EXISTE."
               CLOSE BIENES
               GO TO 080-ENVIAR-BIEN-EXIT
           END-IF.
           IF BIE-DE-BAJA
               DISPLAY "EL BIEN ESTA DADO DE BAJA."
               CLOSE BIENES
               GO TO 080-ENVIAR-BIEN-EXIT
           END-IF.
           IF BIE-EN-REPARACION
               DISPLAY "EL BIEN YA ESTA EN REPARACION."
               CLOSE BIENES
               GO TO 080-ENVIAR-BIEN-EXIT
           END-IF.
           DISPLAY "BIEN: " BIE-DESCRIPCION.
           DISPLAY "PROVEEDOR (SERVICE / TALLER): " WITH NO ADVANCING.
           ACCEPT WS-PROVEEDOR.
           OPEN INPUT PROVEEDORES.
           IF F-NOEXISTE-PROV
               DISPLAY "NO HAY MAESTRO DE PROVEEDORES."
               CLOSE PROVEEDORES
               CLOSE BIENES
               GO TO 080-ENVIAR-BIEN-EXIT
           END-IF.
           MOVE WS-PROVEEDOR TO PROV-CODIGO.
           READ PROVEEDORES
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-PROVEEDOR
               DISPLAY "EL PROVEEDOR NO EXISTE EN EL MAESTRO."
               CLOSE PROVEEDORES
               CLOSE BIENES
               GO TO 080-ENVIAR-BIEN-EXIT
           END-IF.
           CLOSE PROVEEDORES.
           DISPLAY "VUELTA ESPERADA (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-FECHA-ESPERADA.
           DISPLAY "COSTO PRESUPUESTADO: " WITH NO ADVANCING.
           ACCEPT WS-COSTO.
           SET BIE-EN-REPARACION TO TRUE.
           REWRITE DATOS-BIEN END-REWRITE.
           CLOSE BIENES.
           PERFORM 050-PROXIMO-NUMERO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O REPARACIONES.
           IF F-NOEXISTE-REP
               CLOSE REPARACIONES
               OPEN OUTPUT REPARACIONES
               CLOSE REPARACIONES
               OPEN I-O REPARACIONES
           END-IF.
           MOVE WS-NUMERO         TO REP-NUMERO.
           MOVE ZEROS             TO REP-LIBRO-ID.
           MOVE WS-PROVEEDOR      TO REP-PROVEEDOR.
           MOVE WS-FECHA-HOY      TO REP-FECHA-ENVIO.
           MOVE WS-FECHA-ESPERADA TO REP-FECHA-ESPERADA.
           MOVE ZEROS             TO REP-FECHA-VUELTA.
           MOVE WS-COSTO          TO REP-COSTO.
           SET REP-ENVIADA        TO TRUE.
           MOVE WS-BIEN           TO REP-BIEN.
           WRITE DATOS-REPARACION
               INVALID KEY
               DISPLAY "ERROR AL GRABAR LA REPARACION."
           END-WRITE.
           CLOSE REPARACIONES.
           DISPLAY "REPARACION " WS-NUMERO " ABIERTA PARA EL BIEN "
                   WS-BIEN ".".
       080-ENVIAR-BIEN-EXIT.
           EXIT.

      *VUELTA DE UN BIEN DE USO: QUEDA "EN USO" Y ACUMULA LA
      *REPARACION Y SU COSTO FINAL (WS-COSTO).
       085-VOLVER-BIEN.
           OPEN I-O BIENES.
           IF NOT F-NOEXISTE-BIE
               MOVE WS-BIEN TO BIE-NUMERO
               READ BIENES
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-BIEN
                   IF BIE-EN-REPARACION
                       SET BIE-EN-USO TO TRUE
                   END-IF
                   ADD 1 TO BIE-CANT-REPARACIONES
                   ADD WS-COSTO TO BIE-COSTO-REPARACIONES
                   REWRITE DATOS-BIEN END-REWRITE
               END-IF
           END-IF.
           CLOSE BIENES.
           DISPLAY "REPARACION " WS-NUMERO " CERRADA, BIEN " WS-BIEN
                   " DE VUELTA EN USO.".

      *DESCRIPCION DEL BIEN PARA EL REPORTE DE ABIERTAS (BIENES
      *QUEDA ABIERTO DURANTE EL REPORTE).
       087-NOMBRE-BIEN.
           IF NOT F-NOEXISTE-BIE
               MOVE REP-BIEN TO BIE-NUMERO
               READ BIENES
                   INVALID KEY MOVE SPACES TO BIE-DESCRIPCION
               END-READ
               STRING "BIEN: "        DELIMITED BY SIZE
                       BIE-DESCRIPCION DELIMITED BY SIZE
                       INTO NOMBRE-STATUS
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
