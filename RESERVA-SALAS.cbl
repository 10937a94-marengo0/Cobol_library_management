      *ALCANZADO POR LA SUSPENSION DE SU RESPONSABLE (MISMOS
      *CONTROLES QUE PRESTAR-LIBRO: EL SUSPENDIDO TAMPOCO SE LLEVA
      *LA CABINA). IMPRIME LA PLANILLA DEL DIA (TURNOS-DIA.LST),
      *MARCA LOS AUSENTES SIN AVISO Y LISTA LOS REINCIDENTES. LA
      *SANCION VIGENTE POR INCIDENTE (INCIDENTES-SOCIOS.DAT) TAMBIEN
      *IMPIDE RESERVAR, CUALQUIERA SEA EL ESTADO DE MULTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDARIO.

      *REGISTRO DE INCIDENTES DE CONDUCTA (INCIDENTES-SOCIOS): SOLO
      *SE LEEN LAS FECHAS DE SANCION.
           SELECT INCIDENTES ASSIGN TO "INCIDENTES-SOCIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INCIDENTES.

           SELECT PLANILLA ASSIGN TO "TURNOS-DIA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLANILLA.
           05 CAL-DIA                 PIC 9(1).
           05 CAL-FECHA               PIC 9(8).

       FD INCIDENTES.
       01 LINEA-INCIDENTE.
           05 INC-SOCIO-ID            PIC 9(6).
           05 FILLER                  PIC X(22).
           05 INC-SANCION-DESDE       PIC 9(8).
           05 INC-SANCION-HASTA       PIC 9(8).
           05 FILLER                  PIC X(60).

       FD PLANILLA.
       01 LINEA-PLANILLA              PIC X(80).

       77 FS-CALENDARIO            PIC XX.
           88 FIN-CALENDARIO       VALUE "10".
           88 F-NOEXISTE-CAL       VALUE "35".
       77 FS-INCIDENTES            PIC XX.
           88 FIN-INCIDENTES       VALUE "10".
           88 F-NOEXISTE-INC       VALUE "05" "35".
       77 FS-PLANILLA              PIC XX.
       77 FS-ERROR-LOG             PIC XX.
           88 ESTA-ERROR-LOG       VALUE "00" "02".
       77 WS-HORA-HASTA            PIC 9(4) VALUE ZEROS.
       77 WS-SOCIO-ID              PIC 9(6) VALUE ZEROS.
       77 WS-SUSPENDIDO            PIC X VALUE "N".
       77 WS-SANCION-HASTA         PIC 9(8) VALUE ZEROS.
       77 WS-CANT-PLANILLA         PIC 9(3) VALUE ZEROS.
       77 WS-CANT-AUSENCIAS        PIC 9(3) VALUE ZEROS.

                       "RESERVAN SALAS."
               GO TO 030-RESERVAR-EXIT
           END-IF.
           PERFORM 037-VERIFICAR-SANCION
                   THRU 037-VERIFICAR-SANCION-EXIT.
           IF WS-SANCION-HASTA NOT = ZEROS
               DISPLAY "SOCIO SANCIONADO HASTA EL " WS-SANCION-HASTA
                       ": NO SE RESERVAN SALAS."
               GO TO 030-RESERVAR-EXIT
           END-IF.
           OPEN I-O TURNOS.
           IF F-NOEXISTE-TUR
               CLOSE TURNOS
       035-VERIFICAR-SOCIO-EXIT.
           EXIT.

      *SANCION DISCIPLINARIA VIGENTE (DESDE <= HOY < HASTA), MISMO
      *CRITERIO QUE VERIFICAR-SANCION-SOCIO EN REGISTROLIBROS.
       037-VERIFICAR-SANCION.
           MOVE ZEROS TO WS-SANCION-HASTA.
           OPEN INPUT INCIDENTES.
           IF F-NOEXISTE-INC
               CLOSE INCIDENTES
               GO TO 037-VERIFICAR-SANCION-EXIT
           END-IF.
           READ INCIDENTES AT END SET FIN-INCIDENTES TO TRUE
           END-READ.
           PERFORM UNTIL FIN-INCIDENTES
               IF INC-SOCIO-ID = WS-SOCIO-ID
                   AND INC-SANCION-HASTA NOT = ZEROS
                   AND INC-SANCION-DESDE NOT > WS-FECHA-HOY
                   AND INC-SANCION-HASTA > WS-FECHA-HOY
                   AND INC-SANCION-HASTA > WS-SANCION-HASTA
                   MOVE INC-SANCION-HASTA TO WS-SANCION-HASTA
               END-IF
               READ INCIDENTES AT END SET FIN-INCIDENTES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE INCIDENTES.
       037-VERIFICAR-SANCION-EXIT.
           EXIT.

       040-CANCELAR.
           PERFORM 045-UBICAR-TURNO THRU 045-UBICAR-TURNO-EXIT.
           IF NOT ESTA-TURNO
