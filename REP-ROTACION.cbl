      *AGREGA LOS TOTALES MENSUALES DE CIRCULACION-MENSUAL.DAT DEL
      *ANIO COMO CONTEXTO. TODO EN ROTACION.LST: EL PRESUPUESTO VA
      *DONDE ESTA LA DEMANDA Y NO DONDE FUE EL ANIO PASADO.
      *EL USO EN SALA DEL ANIO (USO-EN-SALA.DAT DE SALA-LECTURA) VA
      *EN UNA COLUMNA PROPIA Y SE SUMA A LOS PRESTAMOS PARA EL
      *COCIENTE, ASI LAS CATEGORIAS QUE NO CIRCULAN PERO SE CONSULTAN
      *EN LA SALA NO APARECEN COMO DORMIDAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CIRC-MES
               FILE STATUS IS FS-CIRCULACION.

      *USOS EN SALA REGISTRADOS POR SALA-LECTURA.
           SELECT USO-SALA ASSIGN TO "USO-EN-SALA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-USO-SALA.

           SELECT REPORTE-ROT ASSIGN TO "ROTACION.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.
           05 CIRC-RENOVACIONES       PIC 9(5).
           05 CIRC-FECHA-GENERACION   PIC 9(8).

       FD USO-SALA.
       01 LINEA-USO-SALA.
           05 USO-LIBRO-ID            PIC 9(6).
           05 USO-FECHA               PIC 9(8).
           05 FILLER                  PIC X(14).

       FD REPORTE-ROT.
       01 LINEA-REPORTE               PIC X(80).

           88 ESTA-CIRC            VALUE "00" "02".
           88 FIN-CIRC             VALUE "10".
           88 F-NOEXISTE-CIRC      VALUE "35".
       77 FS-USO-SALA              PIC XX.
           88 FIN-USO-SALA         VALUE "10".
           88 F-NOEXISTE-USO       VALUE "35".
       77 FS-REPORTE               PIC XX.
       77 FS-ERROR-LOG             PIC XX.
           88 ESTA-ERROR-LOG       VALUE "00" "02".
       77 WS-IND-MES               PIC 9(2) VALUE ZEROS.

      *ACUMULADORES POR CATEGORIA Y POR EDITORIAL: EJEMPLARES DEL
      *CATALOGO, PRESTAMOS Y USOS EN SALA DEL ANIO, CON EL COCIENTE
      *POR CIEN.
       77 MAX-GRUPOS               PIC 9(3) VALUE 200.
       01 TABLA-CATEGORIAS.
           05 CAT-ENT OCCURS 200 TIMES.
               10 CAT-NOMBRE       PIC X(15).
               10 CAT-EJEMPLARES   PIC 9(6).
               10 CAT-PRESTAMOS    PIC 9(6).
               10 CAT-USO-SALA     PIC 9(6).
               10 CAT-COCIENTE     PIC 9(6).
       77 WS-CANT-CATEGORIAS       PIC 9(3) VALUE ZEROS.
       01 TABLA-EDITORIALES.
               10 EDI-NOMBRE       PIC X(20).
               10 EDI-EJEMPLARES   PIC 9(6).
               10 EDI-PRESTAMOS    PIC 9(6).
               10 EDI-USO-SALA     PIC 9(6).
               10 EDI-COCIENTE     PIC 9(6).
       77 WS-CANT-EDITORIALES      PIC 9(3) VALUE ZEROS.
       77 WS-IND                   PIC 9(3) VALUE ZEROS.
       77 WS-CAT-BUSCADA           PIC X(15) VALUE SPACES.
       77 WS-EDI-BUSCADA           PIC X(20) VALUE SPACES.
       77 WS-CANT-PRESTAMOS        PIC 9(6) VALUE ZEROS.
       77 WS-CANT-USO-SALA         PIC 9(6) VALUE ZEROS.
       01 ENTRADA-AUX-CAT.
           05 AUXC-NOMBRE          PIC X(15).
           05 AUXC-EJEMPLARES      PIC 9(6).
           05 AUXC-PRESTAMOS       PIC 9(6).
           05 AUXC-USO-SALA        PIC 9(6).
           05 AUXC-COCIENTE        PIC 9(6).
       01 ENTRADA-AUX-EDI.
           05 AUXE-NOMBRE          PIC X(20).
           05 AUXE-EJEMPLARES      PIC 9(6).
           05 AUXE-PRESTAMOS       PIC 9(6).
           05 AUXE-USO-SALA        PIC 9(6).
           05 AUXE-COCIENTE        PIC 9(6).

       PROCEDURE DIVISION.
           END-IF.
           PERFORM 030-CONTAR-PRESTAMOS
                   THRU 030-CONTAR-PRESTAMOS-EXIT.
           PERFORM 035-CONTAR-USO-SALA
                   THRU 035-CONTAR-USO-SALA-EXIT.
           PERFORM 040-CALCULAR-COCIENTES.
           PERFORM 050-GENERAR-REPORTE
                   THRU 050-GENERAR-REPORTE-EXIT.
           DISPLAY "ROTACION.LST GENERADO: " WS-CANT-PRESTAMOS
                   " PRESTAMOS Y " WS-CANT-USO-SALA
                   " USOS EN SALA DEL " WS-ANIO " ANALIZADOS.".
       010-SALIDA.
           STOP RUN.

               MOVE WS-CAT-BUSCADA TO CAT-NOMBRE (WS-IND-HALLADO)
               MOVE ZEROS TO CAT-EJEMPLARES (WS-IND-HALLADO)
               MOVE ZEROS TO CAT-PRESTAMOS (WS-IND-HALLADO)
               MOVE ZEROS TO CAT-USO-SALA (WS-IND-HALLADO)
               MOVE ZEROS TO CAT-COCIENTE (WS-IND-HALLADO)
           END-IF.

               MOVE WS-EDI-BUSCADA TO EDI-NOMBRE (WS-IND-HALLADO)
               MOVE ZEROS TO EDI-EJEMPLARES (WS-IND-HALLADO)
               MOVE ZEROS TO EDI-PRESTAMOS (WS-IND-HALLADO)
               MOVE ZEROS TO EDI-USO-SALA (WS-IND-HALLADO)
               MOVE ZEROS TO EDI-COCIENTE (WS-IND-HALLADO)
           END-IF.

       030-CONTAR-PRESTAMOS-EXIT.
           EXIT.

      *UNA PASADA POR LOS USOS EN SALA DEL ANIO, CON EL MISMO CRUCE
      *CONTRA EL CATALOGO QUE LOS PRESTAMOS.
       035-CONTAR-USO-SALA.
           OPEN INPUT USO-SALA.
           IF F-NOEXISTE-USO
               CLOSE USO-SALA
               GO TO 035-CONTAR-USO-SALA-EXIT
           END-IF.
           OPEN INPUT REG-LIBROS.
           READ USO-SALA AT END SET FIN-USO-SALA TO TRUE END-READ.
           PERFORM UNTIL FIN-USO-SALA
               MOVE USO-FECHA (1:4) TO WS-ANIO-LINEA
               IF WS-ANIO-LINEA = WS-ANIO
                   ADD 1 TO WS-CANT-USO-SALA
                   MOVE USO-LIBRO-ID TO LIBRO-ID-STATUS
                   READ REG-LIBROS
                       INVALID KEY CONTINUE
                   END-READ
                   IF ESTA-REG-LIB
                       MOVE CATEGORIA-STATUS TO WS-CAT-BUSCADA
                       PERFORM 025-UBICAR-CATEGORIA
                       IF WS-IND-HALLADO NOT = ZEROS
                           ADD 1 TO CAT-USO-SALA (WS-IND-HALLADO)
                       END-IF
                       MOVE EDITORIAL-STATUS TO WS-EDI-BUSCADA
                       PERFORM 027-UBICAR-EDITORIAL
                       IF WS-IND-HALLADO NOT = ZEROS
                           ADD 1 TO EDI-USO-SALA (WS-IND-HALLADO)
                       END-IF
                   END-IF
               END-IF
               READ USO-SALA AT END SET FIN-USO-SALA TO TRUE
               END-READ
           END-PERFORM.
           CLOSE REG-LIBROS.
           CLOSE USO-SALA.
       035-CONTAR-USO-SALA-EXIT.
           EXIT.

      *COCIENTE PRESTAMOS MAS USOS EN SALA POR EJEMPLAR (POR CIEN)
      *Y ORDEN DESCENDENTE DE CADA TABLA (INTERCAMBIO SIMPLE).
       040-CALCULAR-COCIENTES.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-CATEGORIAS
               IF CAT-EJEMPLARES (WS-IND) = ZEROS
                   COMPUTE CAT-COCIENTE (WS-IND) =
                           (CAT-PRESTAMOS (WS-IND)
                           + CAT-USO-SALA (WS-IND)) * 100
               ELSE
                   COMPUTE CAT-COCIENTE (WS-IND) =
                           ((CAT-PRESTAMOS (WS-IND)
                           + CAT-USO-SALA (WS-IND)) * 100)
                           / CAT-EJEMPLARES (WS-IND)
               END-IF
           END-PERFORM.
                   UNTIL WS-IND > WS-CANT-EDITORIALES
               IF EDI-EJEMPLARES (WS-IND) = ZEROS
                   COMPUTE EDI-COCIENTE (WS-IND) =
                           (EDI-PRESTAMOS (WS-IND)
                           + EDI-USO-SALA (WS-IND)) * 100
               ELSE
                   COMPUTE EDI-COCIENTE (WS-IND) =
                           ((EDI-PRESTAMOS (WS-IND)
                           + EDI-USO-SALA (WS-IND)) * 100)
                           / EDI-EJEMPLARES (WS-IND)
               END-IF
           END-PERFORM.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "POR CATEGORIA ((PRESTAMOS + SALA) X 100 / EJEMPLARES):"
                   TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-IND FROM 1 BY 1
                       CAT-EJEMPLARES (WS-IND) DELIMITED BY SIZE
                       " PREST "             DELIMITED BY SIZE
                       CAT-PRESTAMOS (WS-IND) DELIMITED BY SIZE
                       " SALA "              DELIMITED BY SIZE
                       CAT-USO-SALA (WS-IND) DELIMITED BY SIZE
                       " ROTACION "          DELIMITED BY SIZE
                       CAT-COCIENTE (WS-IND) DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                       EDI-EJEMPLARES (WS-IND) DELIMITED BY SIZE
                       " PREST "             DELIMITED BY SIZE
                       EDI-PRESTAMOS (WS-IND) DELIMITED BY SIZE
                       " SALA "              DELIMITED BY SIZE
                       EDI-USO-SALA (WS-IND) DELIMITED BY SIZE
                       " ROTACION "          DELIMITED BY SIZE
                       EDI-COCIENTE (WS-IND) DELIMITED BY SIZE
                       INTO LINEA-REPORTE
