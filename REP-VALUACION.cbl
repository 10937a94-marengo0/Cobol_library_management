      *  REPARACIONES ABIERTAS DE REPARACIONES.DAT SE CUENTAN Y
      *  VALUAN APARTE (COSTO COMPROMETIDO), PORQUE ESOS EJEMPLARES
      *  NO ESTAN EN EL ESTANTE AUNQUE SIGAN SIENDO NUESTROS.
      *15/10/2026 - TAMBIEN CUENTAN LAS REPARACIONES ABIERTAS EN EL
      *  MOSTRADOR QUE TODAVIA NO SE DESPACHARON (ESTADO "P").
      *15/10/2026 - SECCION DE BIENES DE USO (EQUIPOS Y MUEBLES DE
      *  BIENES.DAT): COSTO Y VALOR NETO A HOY POR CLASE, CON LA
      *  MISMA AMORTIZACION QUE BIENES.CBL (DEPRECIA-BIEN). LAS
      *  REPARACIONES DE BIENES QUEDAN FUERA DEL ENCUADERNADOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS REP-NUMERO
               FILE STATUS IS FS-REPARACIONES.

      *BIENES DE USO (BIENES.CBL), SOLO LECTURA.
           SELECT BIENES ASSIGN TO "BIENES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIE-NUMERO
               ALTERNATE RECORD KEY IS BIE-ORDEN
               FILE STATUS IS FS-BIENES.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
           05 REP-COSTO               PIC 9(6).
           05 REP-ESTADO              PIC X(1).
               88 REP-ENVIADA         VALUE "E".
               88 REP-PENDIENTE       VALUE "P".
      *BIEN DE USO REPARADO (AGREGADO AL FINAL; CERO = LIBRO).
           05 REP-BIEN                PIC 9(6).

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

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).
       77 WS-VALOR-GRUPO           PIC 9(10)V99 VALUE ZEROS.
      *IMPORTE EDITADO CON PUNTO DECIMAL PARA EL REPORTE.
       77 WS-IMPORTE-EDIT          PIC 9(10).99 VALUE ZEROS.
       77 WS-IMPORTE-EDIT-2        PIC 9(10).99 VALUE ZEROS.

      *BIENES DE USO: TOTALES POR CLASE (LA ULTIMA FILA JUNTA LAS
      *CLASES QUE NO ESTAN EN LA TABLA DE DEPRECIA-BIEN).
       77 FS-BIENES                PIC XX.
           88 FIN-BIENES           VALUE "10".
           88 F-NOEXISTE-BIE       VALUE "35".
       01 DBI-PARAMETROS.
           05 DBI-CLASE            PIC X(3).
           05 DBI-COSTO            PIC 9(7).
           05 DBI-FECHA-COMPRA     PIC 9(8).
           05 DBI-FECHA-CORTE      PIC 9(8).
           05 DBI-DESCRIPCION      PIC X(30).
           05 DBI-VIDA-ANIOS       PIC 9(2).
           05 DBI-MESES            PIC 9(4).
           05 DBI-AMORTIZACION     PIC 9(7)V99.
           05 DBI-VALOR-NETO       PIC 9(7)V99.
           05 DBI-RESULTADO        PIC X(2).
       77 MAX-CLASES               PIC 9(2) VALUE 6.
       01 TABLA-CLASES.
           05 FILLER PIC X(03) VALUE "COM".
           05 FILLER PIC X(03) VALUE "PER".
           05 FILLER PIC X(03) VALUE "AUD".
           05 FILLER PIC X(03) VALUE "MOB".
           05 FILLER PIC X(03) VALUE "OTR".
           05 FILLER PIC X(03) VALUE "???".
       01 FILLER REDEFINES TABLA-CLASES.
           05 CLASE-CODIGO OCCURS 6 TIMES PIC X(03).
       01 TABLA-BIENES.
           05 TBI-ENT OCCURS 6 TIMES.
               10 TBI-CANTIDAD     PIC 9(5).
               10 TBI-COSTO        PIC 9(10)V99.
               10 TBI-NETO         PIC 9(10)V99.
       77 WS-IND                   PIC 9(2) VALUE ZEROS.
       77 WS-IND-CLASE             PIC 9(2) VALUE ZEROS.
       77 WS-BIENES-CANT           PIC 9(5) VALUE ZEROS.
       77 WS-BIENES-TALLER         PIC 9(5) VALUE ZEROS.
       77 WS-BIENES-COSTO          PIC 9(10)V99 VALUE ZEROS.
       77 WS-BIENES-NETO           PIC 9(10)V99 VALUE ZEROS.

       PROCEDURE DIVISION.


           CLOSE REG-LIBROS.
           PERFORM 050-SECCION-TALLER THRU 050-SECCION-TALLER-EXIT.
           PERFORM 060-SECCION-BIENES THRU 060-SECCION-BIENES-EXIT.
           CLOSE REPORTE-VAL.
           MOVE WS-TOTAL-COLECCION TO WS-IMPORTE-EDIT.
           DISPLAY "VALUACION.LST GENERADO. VALOR TOTAL: "

      *EJEMPLARES QUE ESTAN EN EL ENCUADERNADOR: NO SON ESTANTE
      *AUNQUE SIGAN SIENDO COLECCION. SIN REGISTRO DE REPARACIONES
      *LA SECCION NO SE IMPRIME. LAS REPARACIONES DE BIENES DE USO
      *(REP-BIEN) NO SON COLECCION Y NO SE CUENTAN ACA.
       050-SECCION-TALLER.
           MOVE ZEROS TO WS-EN-TALLER.
           MOVE ZEROS TO WS-COSTO-TALLER.
                   SET FIN-REPARACIONES TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-REPARACIONES
               IF (REP-ENVIADA OR REP-PENDIENTE)
                   AND REP-BIEN = ZEROS
                   ADD 1 TO WS-EN-TALLER
                   ADD REP-COSTO TO WS-COSTO-TALLER
               END-IF
       050-SECCION-TALLER-EXIT.
           EXIT.

      *EQUIPOS Y MUEBLES DE BIENES.DAT NO DADOS DE BAJA: COSTO Y
      *VALOR NETO A HOY POR CLASE. EL DETALLE POR BIEN Y LAS BAJAS
      *DEL ANIO LOS DA LA OPCION DE VALUACION DE BIENES.CBL. SIN
      *REGISTRO DE BIENES LA SECCION NO SE IMPRIME.
       060-SECCION-BIENES.
           OPEN INPUT BIENES.
           IF F-NOEXISTE-BIE
               CLOSE BIENES
               GO TO 060-SECCION-BIENES-EXIT
           END-IF.
           INITIALIZE TABLA-BIENES.
           MOVE ZEROS TO WS-BIENES-CANT WS-BIENES-TALLER
                         WS-BIENES-COSTO WS-BIENES-NETO.
           MOVE ZEROS TO BIE-NUMERO.
           START BIENES KEY IS NOT LESS THAN BIE-NUMERO
               INVALID KEY SET FIN-BIENES TO TRUE
           END-START.
           IF NOT FIN-BIENES
               READ BIENES NEXT RECORD AT END
                   SET FIN-BIENES TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-BIENES
               IF NOT BIE-DE-BAJA
                   PERFORM 065-SUMAR-BIEN
               END-IF
               READ BIENES NEXT RECORD AT END
                   SET FIN-BIENES TO TRUE END-READ
           END-PERFORM.
           CLOSE BIENES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "BIENES DE USO (EQUIPOS Y MUEBLES), VALOR NETO A HOY:"
                   TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > MAX-CLASES
               IF TBI-CANTIDAD (WS-IND) > ZEROS
                   MOVE TBI-COSTO (WS-IND) TO WS-IMPORTE-EDIT
                   MOVE TBI-NETO (WS-IND) TO WS-IMPORTE-EDIT-2
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  "                  DELIMITED BY SIZE
                           CLASE-CODIGO (WS-IND) DELIMITED BY SIZE
                           " BIENES: "          DELIMITED BY SIZE
                           TBI-CANTIDAD (WS-IND) DELIMITED BY SIZE
                           "  COSTO: "          DELIMITED BY SIZE
                           WS-IMPORTE-EDIT      DELIMITED BY SIZE
                           "  NETO: "           DELIMITED BY SIZE
                           WS-IMPORTE-EDIT-2    DELIMITED BY SIZE
                           INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
           END-PERFORM.
           MOVE WS-BIENES-COSTO TO WS-IMPORTE-EDIT.
           MOVE WS-BIENES-NETO TO WS-IMPORTE-EDIT-2.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  TOTAL BIENES: "   DELIMITED BY SIZE
                   WS-BIENES-CANT      DELIMITED BY SIZE
                   "  COSTO: "         DELIMITED BY SIZE
                   WS-IMPORTE-EDIT     DELIMITED BY SIZE
                   "  NETO: "          DELIMITED BY SIZE
                   WS-IMPORTE-EDIT-2   DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  EN REPARACION: "  DELIMITED BY SIZE
                   WS-BIENES-TALLER    DELIMITED BY SIZE
                   "  (DETALLE EN BIENES-VALUACION.LST)"
                                       DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
       060-SECCION-BIENES-EXIT.
           EXIT.

       065-SUMAR-BIEN.
           MOVE BIE-CLASE        TO DBI-CLASE.
           MOVE BIE-COSTO        TO DBI-COSTO.
           MOVE BIE-FECHA-COMPRA TO DBI-FECHA-COMPRA.
           MOVE WS-FECHA-HOY     TO DBI-FECHA-CORTE.
           CALL "DEPRECIA-BIEN" USING DBI-PARAMETROS.
           MOVE MAX-CLASES TO WS-IND-CLASE.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND >= MAX-CLASES
               IF CLASE-CODIGO (WS-IND) = BIE-CLASE
                   MOVE WS-IND TO WS-IND-CLASE
               END-IF
           END-PERFORM.
           ADD 1 TO TBI-CANTIDAD (WS-IND-CLASE) WS-BIENES-CANT.
           ADD DBI-COSTO TO TBI-COSTO (WS-IND-CLASE) WS-BIENES-COSTO.
           ADD DBI-VALOR-NETO TO TBI-NETO (WS-IND-CLASE)
                   WS-BIENES-NETO.
           IF BIE-EN-REPARACION
               ADD 1 TO WS-BIENES-TALLER
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
