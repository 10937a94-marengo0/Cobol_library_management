      *NOMBRE, CATEGORIA, EJEMPLARES Y LA FECHA DEL ULTIMO PRESTAMO
      *HALLADO. ESA LISTA, Y NO LAS CORAZONADAS, DECIDE EL DESCARTE
      *Y LA DONACION.
      *EL USO EN SALA (USO-EN-SALA.DAT DE SALA-LECTURA) TAMBIEN ES
      *MOVIMIENTO: UN TITULO QUE NO SE PRESTA PERO SE CONSULTA EN LA
      *SALA NO ES ESTANTE MUERTO. LA FECHA INFORMADA SIGUE SIENDO LA
      *DEL ULTIMO PRESTAMO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

      *USOS EN SALA REGISTRADOS POR SALA-LECTURA.
           SELECT USO-SALA ASSIGN TO "USO-EN-SALA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-USO-SALA.

           SELECT REPORTE-MUERTO ASSIGN TO "SINMOVIMIENTO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.
           05 HIST-RENOVACIONES         PIC 9(01).
           05 HIST-SUCURSAL             PIC X(03).

       FD USO-SALA.
       01 LINEA-USO-SALA.
           05 USO-LIBRO-ID              PIC 9(6).
           05 USO-FECHA                 PIC 9(8).
           05 FILLER                    PIC X(14).

       FD REPORTE-MUERTO.
       01 LINEA-REPORTE               PIC X(80).

           88 FIN-HISTORICO        VALUE "10".
           88 F-NOEXISTE-HIST      VALUE "35".

       77 FS-USO-SALA              PIC XX.
           88 FIN-USO-SALA         VALUE "10".
           88 F-NOEXISTE-USO       VALUE "35".

       77 FS-REPORTE               PIC XX.
           88 ESTA-REPORTE         VALUE "00" "02".

       77 WS-FECHA-CORTE           PIC 9(8) VALUE ZEROS.
       77 WS-ANIO-CORTE            PIC 9(4) VALUE ZEROS.
       77 WS-ULTIMO-PRESTAMO       PIC 9(8) VALUE ZEROS.
       77 WS-ULTIMO-USO-SALA       PIC 9(8) VALUE ZEROS.
       77 WS-LIBRO-EN-CURSO        PIC 9(6) VALUE ZEROS.
       77 WS-CANT-SIN-MOVIMIENTO   PIC 9(5) VALUE ZEROS.
       77 WS-CANT-NUNCA            PIC 9(5) VALUE ZEROS.
       77 WS-IND                   PIC 9(4) VALUE ZEROS.
       77 WS-IND-HIS               PIC 9(4) VALUE ZEROS.

      *ULTIMO USO EN SALA POR LIBRO, MISMO ESQUEMA QUE LA TABLA DEL
      *HISTORICO.
       01 TABLA-USO-SALA.
           05 USA-ENT OCCURS 3000 TIMES.
               10 USA-LIBRO-ID     PIC 9(6).
               10 USA-ULTIMA-FECHA PIC 9(8).
       77 WS-CANT-USO-SALA         PIC 9(4) VALUE ZEROS.
       77 WS-USA-DESBORDADOS       PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.

       010-PRINCIPAL.
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           PERFORM 020-CARGAR-HISTORIA THRU 020-CARGAR-HISTORIA-EXIT.
           PERFORM 025-CARGAR-USO-SALA THRU 025-CARGAR-USO-SALA-EXIT.
           OPEN INPUT REG-PRESTAMOS.
           OPEN OUTPUT REPORTE-MUERTO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TITULOS DISPONIBLES SIN PRESTAMOS NI USO EN SALA "
                                       DELIMITED BY SIZE
                   "DESDE "
                                       DELIMITED BY SIZE
                   WS-FECHA-CORTE      DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
                   PERFORM 030-ULTIMO-PRESTAMO
                           THRU 030-ULTIMO-PRESTAMO-EXIT
                   IF WS-ULTIMO-PRESTAMO < WS-FECHA-CORTE
                       AND WS-ULTIMO-USO-SALA < WS-FECHA-CORTE
                       PERFORM 040-ESCRIBIR-TITULO
                   END-IF
               END-IF
                       "HISTORICO NO ENTRARON EN LA TABLA DE "
                       MAX-HISTORIA "."
           END-IF.
           IF WS-USA-DESBORDADOS NOT = ZEROS
               DISPLAY "AVISO: " WS-USA-DESBORDADOS " LIBROS CON USO "
                       "EN SALA NO ENTRARON EN LA TABLA DE "
                       MAX-HISTORIA "."
           END-IF.
       010-PRINCIPAL-FIN.
           STOP RUN.

       020-CARGAR-HISTORIA-EXIT.
           EXIT.

      *CARGA EN MEMORIA LA ULTIMA FECHA DE USO EN SALA POR LIBRO
      *(SI YA SE REGISTRO ALGUNO).
       025-CARGAR-USO-SALA.
           OPEN INPUT USO-SALA.
           IF F-NOEXISTE-USO
               CLOSE USO-SALA
               GO TO 025-CARGAR-USO-SALA-EXIT
           END-IF.
           READ USO-SALA AT END SET FIN-USO-SALA TO TRUE END-READ.
           PERFORM UNTIL FIN-USO-SALA
               MOVE ZEROS TO WS-IND-HIS
               PERFORM VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND > WS-CANT-USO-SALA
                           OR WS-IND-HIS NOT = ZEROS
                   IF USA-LIBRO-ID (WS-IND) = USO-LIBRO-ID
                       MOVE WS-IND TO WS-IND-HIS
                   END-IF
               END-PERFORM
               IF WS-IND-HIS NOT = ZEROS
                   IF USO-FECHA > USA-ULTIMA-FECHA (WS-IND-HIS)
                       MOVE USO-FECHA
                               TO USA-ULTIMA-FECHA (WS-IND-HIS)
                   END-IF
               ELSE
                   IF WS-CANT-USO-SALA < MAX-HISTORIA
                       ADD 1 TO WS-CANT-USO-SALA
                       MOVE USO-LIBRO-ID
                               TO USA-LIBRO-ID (WS-CANT-USO-SALA)
                       MOVE USO-FECHA
                               TO USA-ULTIMA-FECHA (WS-CANT-USO-SALA)
                   ELSE
                       ADD 1 TO WS-USA-DESBORDADOS
                   END-IF
               END-IF
               READ USO-SALA AT END SET FIN-USO-SALA TO TRUE
               END-READ
           END-PERFORM.
           CLOSE USO-SALA.
       025-CARGAR-USO-SALA-EXIT.
           EXIT.

      *ULTIMA FECHA DE PRESTAMO DEL LIBRO EN CURSO: EL MAXIMO ENTRE
      *LOS PRESTAMOS VIVOS (LLAVE ALTERNA) Y EL HISTORICO ARCHIVADO.
      *CERO = NUNCA SE PRESTO. DESPUES SE COMPARA CON EL ULTIMO USO
      *EN SALA, QUE CUENTA COMO MOVIMIENTO (WS-ULTIMO-USO-SALA).
       030-ULTIMO-PRESTAMO.
           MOVE ZEROS TO WS-ULTIMO-PRESTAMO.
           IF NOT F-NOEXISTE-PRE
                           TO WS-ULTIMO-PRESTAMO
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WS-ULTIMO-USO-SALA.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-USO-SALA
               IF USA-LIBRO-ID (WS-IND) = WS-LIBRO-EN-CURSO
                   MOVE USA-ULTIMA-FECHA (WS-IND)
                           TO WS-ULTIMO-USO-SALA
               END-IF
           END-PERFORM.
       030-ULTIMO-PRESTAMO-EXIT.
           EXIT.

