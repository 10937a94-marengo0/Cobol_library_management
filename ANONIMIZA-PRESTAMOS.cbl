       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ANONIMIZA-PRESTAMOS.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *RETENCION DEL HISTORIAL DE LECTURA: LAS NORMAS DE PROTECCION
      *DE DATOS DEL MUNICIPIO NO PERMITEN GUARDAR QUE LEYO CADA
      *SOCIO MAS ALLA DE UN PLAZO, Y LOS PRESTAMOS SE GUARDABAN
      *PARA SIEMPRE CON EL NUMERO DE SOCIO. ESTE PROCESO ANUAL SIN
      *PANTALLA (PARA AGENDAR EN AGENDA-BATCH.DAT DE
      *PROCESO-NOCTURNO) REEMPLAZA EL SOCIO POR UN CODIGO NEUTRO EN
      *LOS PRESTAMOS DEVUELTOS HACE MAS DE ANIOS-RETENCION ANIOS,
      *TANTO EN REG-PRESTAMOS.DAT COMO EN PRESTAMOS-HISTORICO.DAT.
      *EL LIBRO, LAS FECHAS, EL ESTADO Y LA SUCURSAL NO SE TOCAN,
      *ASI QUE EST-CIRCULACION, REP-ROTACION Y REP-ANUAL DAN LOS
      *MISMOS TOTALES.
      *EL CODIGO NEUTRO VA DE 999990 A 999999 (NINGUN SOCIO REAL):
      *EN REG-PRESTAMOS.DAT EL SOCIO ES PARTE DE LA CLAVE Y DOS
      *EJEMPLARES DEL MISMO TITULO PRESTADOS EL MISMO DIA CHOCARIAN
      *CON UN CODIGO UNICO, ASI QUE SE PRUEBA EL SIGUIENTE DEL
      *RANGO. LOS QUE RECORREN PRESTAMOS POR LECTOR (EST-GRUPOS,
      *RECOMENDACIONES) NO CUENTAN ESE RANGO COMO LECTOR.
      *NO SE TOCAN: LOS PRESTAMOS NO DEVUELTOS (ACTIVOS, PERDIDOS O
      *CON RECLAMO DE DEVOLUCION ABIERTO EN RECLAMOS-DEVOL), LOS DE
      *UN SOCIO CON MULTAS IMPAGAS POR ESE MISMO TITULO EN EL MAYOR
      *VIVO, NI NINGUNO DE UN SOCIO CON SALDO ARRASTRADO IMPAGO EN
      *SALDOS-FINES.DAT (ESE SALDO YA NO DICE DE QUE PRESTAMO VIENE).
      *EN REG-PRESTAMOS.DAT EL CAMBIO SE HACE COMO BAJA Y ALTA, CON
      *SUS DOS IMAGENES EN EL JORNAL; EL HISTORICO SE REESCRIBE
      *ENTERO A TRAVES DE PRESTAMOS-HISTORICO.TMP.
      *LOS ANIOS DE RETENCION SALEN DEL PARAMETRO RET-ANIOS-PREST
      *(MANT-PARAMETROS); SIN PARAMETRO SON 5.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-PRESTAMOS ASSIGN TO "REG-PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PRESTAMO-CLAVE
               ALTERNATE RECORD KEY IS PRESTAMO-LIBRO-ID
               WITH DUPLICATES
               ALTERNATE RECORD KEY IS PRESTAMO-SOCIO-ID
               WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-REG-PRESTAMOS.

           SELECT HISTORICO ASSIGN TO "PRESTAMOS-HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

      *INTERMEDIO PARA REESCRIBIR EL HISTORICO YA ANONIMIZADO.
           SELECT HISTORICO-TEMPORAL ASSIGN TO "PRESTAMOS-HISTORICO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TEMPORAL.

           SELECT REG-FINES ASSIGN TO "REG-FINES-MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REG-FINES.

      *SALDO ARRASTRADO POR SOCIO AL ULTIMO CORTE DE CIERRE-FINES.
           SELECT SALDOS-FINES ASSIGN TO "SALDOS-FINES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SAL-SOCIO-ID
               FILE STATUS IS FS-SALDOS-FINES.

      *SALDO DE MULTAS VIVAS POR SOCIO Y TITULO, REARMADO EN CADA
      *CORRIDA Y VACIADO AL TERMINAR.
           SELECT DEUDAS-TMP ASSIGN TO "ANONIMIZA-DEUDAS.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEU-CLAVE
               FILE STATUS IS FS-DEUDAS.

      *JORNAL DE IMAGENES POSTERIORES (JORNAL-DIARIO.DAT): CADA
      *ACTUALIZACION DE UN MAESTRO DEJA SU IMAGEN PARA QUE
      *REPONE-JORNAL PUEDA REAPLICAR EL DIA SOBRE LA GENERACION
      *RESTAURADA DE ANOCHE, MISMO ESQUEMA QUE REGISTROLIBROS.
           SELECT JORNAL-DIARIO ASSIGN TO "JORNAL-DIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD REG-PRESTAMOS.
       01 DATOS-PRESTAMO.
           05 PRESTAMO-CLAVE.
               10 PRESTAMO-LIBRO-ID        PIC 9(6).
               10 PRESTAMO-SOCIO-ID        PIC 9(6).
               10 PRESTAMO-FECHA-PRESTAMO  PIC 9(8).
           05 PRESTAMO-FECHA-VENCIMIENTO   PIC 9(8).
           05 PRESTAMO-FECHA-DEVOLUCION    PIC 9(8).
           05 PRESTAMO-ESTADO              PIC X(01).
               88 PRESTAMO-DEVUELTO        VALUE "D".
           05 PRESTAMO-RENOVACIONES        PIC 9(01).
           05 PRESTAMO-SUCURSAL            PIC X(03).
           05 PRESTAMO-NIVEL-AVISO         PIC 9(01).

       FD HISTORICO.
       01 LINEA-HISTORICO.
           05 HIST-LIBRO-ID             PIC 9(6).
           05 HIST-SOCIO-ID             PIC 9(6).
           05 HIST-FECHA-PRESTAMO       PIC 9(8).
           05 HIST-FECHA-VENCIMIENTO    PIC 9(8).
           05 HIST-FECHA-DEVOLUCION     PIC 9(8).
           05 HIST-ESTADO               PIC X(01).
           05 HIST-RENOVACIONES         PIC 9(01).
           05 HIST-SUCURSAL             PIC X(03).

       FD HISTORICO-TEMPORAL.
       01 LINEA-TEMPORAL                PIC X(41).

       FD REG-FINES.
       01 FINES-TRANSACCION.
           05 FINES-SOCIO-ID         PIC 9(6).
           05 FINES-LIBRO-ID         PIC 9(6).
           05 FINES-FECHA            PIC 9(8).
           05 FINES-TIPO             PIC X(01).
               88 FINES-ASIGNADA     VALUE "A".
           05 FINES-MONTO            PIC 9(6)V99.
           05 FINES-RESTO            PIC X(41).

       FD SALDOS-FINES.
       01 REG-SALDO-FINES.
           05 SAL-SOCIO-ID            PIC 9(6).
           05 SAL-ASIGNADO            PIC 9(8)V99.
           05 SAL-PAGADO              PIC 9(8)V99.
           05 SAL-FECHA-VIEJA         PIC 9(8).
           05 SAL-FECHA-CORTE         PIC 9(8).

       FD DEUDAS-TMP.
       01 DATOS-DEUDA.
           05 DEU-CLAVE.
               10 DEU-SOCIO-ID        PIC 9(6).
               10 DEU-LIBRO-ID        PIC 9(6).
           05 DEU-SALDO               PIC S9(8)V99.

       FD JORNAL-DIARIO.
       01 LINEA-JORNAL.
           05 JRN-FECHA               PIC 9(8).
           05 JRN-HORA                PIC 9(8).
           05 JRN-ARCHIVO             PIC X(20).
      *W=ALTA, R=MODIFICACION, D=BAJA.
           05 JRN-OPERACION           PIC X(1).
           05 JRN-REGISTRO            PIC X(512).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-REG-PRESTAMOS         PIC XX.
           88 ESTA-REG-PRE         VALUE "00" "02".
           88 FIN-REG-PRE          VALUE "10".
           88 F-NOEXISTE-PRE       VALUE "35".

       77 FS-HISTORICO             PIC XX.
           88 FIN-HISTORICO        VALUE "10".
           88 F-NOEXISTE-HIST      VALUE "35".

       77 FS-TEMPORAL              PIC XX.
           88 FIN-TEMPORAL         VALUE "10".

       77 FS-REG-FINES             PIC XX.
           88 FIN-REG-FINES        VALUE "10".
           88 F-NOEXISTE-FINES     VALUE "35".

       77 FS-SALDOS-FINES          PIC XX.
           88 ESTA-SALDO           VALUE "00" "02".
           88 F-NOEXISTE-SALDOS    VALUE "35".

       77 FS-DEUDAS                PIC XX.
           88 ESTA-DEUDA           VALUE "00" "02".

       77 FS-JORNAL                PIC XX.
           88 F-NOEXISTE-JRN       VALUE "05" "35".
       77 WS-JRN-OPERACION         PIC X VALUE SPACES.

       77 FS-ERROR-LOG             PIC XX.
           88 ESTA-ERROR-LOG       VALUE "00" "02".

      *VARIABLES PARA LA BITACORA CENTRAL DE ERRORES.
       77 WS-ARCHIVO-ERROR         PIC X(20) VALUE SPACES.
      *SEVERIDAD DE LA LINEA DE BITACORA (F=FATAL, E=ERROR,
      *W=AVISO); EL QUE LLAMA PUEDE PISARLA ANTES DE REGISTRAR.
       77 WS-SEVERIDAD-ERROR   PIC X     VALUE "E".
       77 WS-STATUS-ERROR          PIC XX    VALUE SPACES.
       77 WS-FECHA-ERROR           PIC 9(8)  VALUE ZEROS.
       77 WS-HORA-ERROR            PIC 9(8)  VALUE ZEROS.

      *PLAZO DE RETENCION DEL HISTORIAL IDENTIFICABLE, EN ANIOS
      *CONTADOS DESDE LA DEVOLUCION.
       77 ANIOS-RETENCION          PIC 9(2) VALUE 5.

      *PARAMETROS DEL SISTEMA (LEE-PARAMETRO.CBL): SIN REGISTRO EN
      *PARAMETROS-SISTEMA.DAT QUEDA EL VALOR DE SIEMPRE.
       01 LPA-PARAMETROS.
           05 LPA-CLAVE            PIC X(15).
           05 LPA-VALOR            PIC X(60).
           05 LPA-NUMERO           PIC 9(9)V99.
           05 LPA-RESULTADO        PIC X(2).
               88 PARAMETRO-HALLADO VALUE "OK".

      *RANGO DE CODIGOS NEUTROS QUE REEMPLAZAN AL SOCIO.
       77 SOCIO-ANONIMO-DESDE      PIC 9(6) VALUE 999990.
       77 SOCIO-ANONIMO-HASTA      PIC 9(6) VALUE 999999.

       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-FECHA-CORTE           PIC 9(8) VALUE ZEROS.
       77 WS-SOCIO-ID              PIC 9(6) VALUE ZEROS.
           88 SOCIO-ANONIMO        VALUE 999990 THRU 999999.
       77 WS-LIBRO-ID              PIC 9(6) VALUE ZEROS.
       77 WS-CODIGO-NEUTRO         PIC 9(6) VALUE ZEROS.
       77 WS-CLAVE-ORIGINAL        PIC X(20) VALUE SPACES.
       77 WS-PRESTAMO-ORIGINAL     PIC X(42) VALUE SPACES.
       77 WS-RETENER               PIC X VALUE "N".
           88 RETENER-PRESTAMO     VALUE "S".
       77 WS-GRABADO               PIC X VALUE "N".
           88 PRESTAMO-GRABADO     VALUE "S".

       77 WS-CANT-LEIDOS           PIC 9(7) VALUE ZEROS.
       77 WS-CANT-ANONIMIZADOS     PIC 9(7) VALUE ZEROS.
       77 WS-CANT-RETENIDOS        PIC 9(7) VALUE ZEROS.
       77 WS-CANT-SIN-CODIGO       PIC 9(5) VALUE ZEROS.
       77 WS-CANT-HIST-LEIDOS      PIC 9(7) VALUE ZEROS.
       77 WS-CANT-HIST-ANONIMOS    PIC 9(7) VALUE ZEROS.
       77 WS-CANT-HIST-RETENIDOS   PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           PERFORM CARGAR-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-FECHA-CORTE =
                   WS-FECHA-HOY - ANIOS-RETENCION * 10000.
           DISPLAY "===== ANONIMIZACION DEL HISTORIAL DE PRESTAMOS =".
           DISPLAY "DEVUELTOS ANTES DEL " WS-FECHA-CORTE
                   " (" ANIOS-RETENCION " ANIOS DE RETENCION).".
           OPEN I-O REG-PRESTAMOS.
           IF F-NOEXISTE-PRE
               DISPLAY "NO SE ENCUENTRA REG-PRESTAMOS.DAT."
               MOVE "REG-PRESTAMOS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-REG-PRESTAMOS    TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           PERFORM 020-ARMAR-DEUDAS THRU 020-ARMAR-DEUDAS-EXIT.
           OPEN INPUT DEUDAS-TMP.
           OPEN INPUT SALDOS-FINES.
           PERFORM 030-ANONIMIZAR-VIVOS.
           CLOSE REG-PRESTAMOS.
           PERFORM 050-ANONIMIZAR-HISTORICO
                   THRU 050-ANONIMIZAR-HISTORICO-EXIT.
           CLOSE DEUDAS-TMP.
           IF NOT F-NOEXISTE-SALDOS
               CLOSE SALDOS-FINES
           END-IF.
           OPEN OUTPUT DEUDAS-TMP.
           CLOSE DEUDAS-TMP.
           DISPLAY "REG-PRESTAMOS.DAT: REVISADOS " WS-CANT-LEIDOS
                   "  ANONIMIZADOS " WS-CANT-ANONIMIZADOS
                   "  RETENIDOS POR MULTAS " WS-CANT-RETENIDOS.
           IF WS-CANT-SIN-CODIGO > ZEROS
               DISPLAY "SIN CODIGO NEUTRO LIBRE (QUEDAN COMO ESTAN): "
                       WS-CANT-SIN-CODIGO
           END-IF.
           DISPLAY "PRESTAMOS-HISTORICO.DAT: REVISADOS "
                   WS-CANT-HIST-LEIDOS "  ANONIMIZADOS "
                   WS-CANT-HIST-ANONIMOS "  RETENIDOS POR MULTAS "
                   WS-CANT-HIST-RETENIDOS.
       010-PRINCIPAL-FIN.
           GOBACK.

      *SALDO DE MULTAS VIVAS POR SOCIO Y TITULO: LA ASIGNADA SUMA,
      *LO DEMAS (PAGO, EXONERACION, INCOBRABLE) RESTA, COMO
      *CALCULAR-SALDO-SOCIO.
       020-ARMAR-DEUDAS.
           OPEN OUTPUT DEUDAS-TMP.
           CLOSE DEUDAS-TMP.
           OPEN I-O DEUDAS-TMP.
           OPEN INPUT REG-FINES.
           IF F-NOEXISTE-FINES
               CLOSE DEUDAS-TMP
               GO TO 020-ARMAR-DEUDAS-EXIT
           END-IF.
           READ REG-FINES AT END SET FIN-REG-FINES TO TRUE END-READ.
           PERFORM UNTIL FIN-REG-FINES
               MOVE FINES-SOCIO-ID TO DEU-SOCIO-ID
               MOVE FINES-LIBRO-ID TO DEU-LIBRO-ID
               READ DEUDAS-TMP
                   INVALID KEY CONTINUE
               END-READ
               IF NOT ESTA-DEUDA
                   MOVE FINES-SOCIO-ID TO DEU-SOCIO-ID
                   MOVE FINES-LIBRO-ID TO DEU-LIBRO-ID
                   MOVE ZEROS TO DEU-SALDO
               END-IF
               IF FINES-ASIGNADA
                   ADD FINES-MONTO TO DEU-SALDO
               ELSE
                   SUBTRACT FINES-MONTO FROM DEU-SALDO
               END-IF
               IF ESTA-DEUDA
                   REWRITE DATOS-DEUDA
               ELSE
                   WRITE DATOS-DEUDA
               END-IF
               READ REG-FINES AT END SET FIN-REG-FINES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE REG-FINES.
           CLOSE DEUDAS-TMP.
       020-ARMAR-DEUDAS-EXIT.
           EXIT.

      *PRESTAMOS VIVOS EN ORDEN DE CLAVE. EL PRESTAMO ANONIMIZADO
      *VUELVE A APARECER MAS ADELANTE CON SU CLAVE NUEVA (MISMO
      *LIBRO, CODIGO NEUTRO) Y SE SALTEA POR SER YA NEUTRO.
       030-ANONIMIZAR-VIVOS.
           MOVE LOW-VALUES TO PRESTAMO-CLAVE.
           START REG-PRESTAMOS KEY IS NOT LESS THAN PRESTAMO-CLAVE
               INVALID KEY SET FIN-REG-PRE TO TRUE
           END-START.
           IF NOT FIN-REG-PRE
               READ REG-PRESTAMOS NEXT RECORD AT END SET FIN-REG-PRE
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-REG-PRE
               ADD 1 TO WS-CANT-LEIDOS
               MOVE PRESTAMO-SOCIO-ID TO WS-SOCIO-ID
               MOVE PRESTAMO-LIBRO-ID TO WS-LIBRO-ID
               IF PRESTAMO-DEVUELTO
                   AND PRESTAMO-FECHA-DEVOLUCION < WS-FECHA-CORTE
                   AND NOT SOCIO-ANONIMO
                   PERFORM 040-VER-DEUDA
                   IF RETENER-PRESTAMO
                       ADD 1 TO WS-CANT-RETENIDOS
                   ELSE
                       PERFORM 035-ANONIMIZAR-PRESTAMO
                               THRU 035-ANONIMIZAR-PRESTAMO-EXIT
                   END-IF
               END-IF
               READ REG-PRESTAMOS NEXT RECORD AT END SET FIN-REG-PRE
                       TO TRUE END-READ
           END-PERFORM.

      *BAJA DE LA CLAVE CON SOCIO Y ALTA CON EL PRIMER CODIGO
      *NEUTRO LIBRE PARA ESE LIBRO Y FECHA; DESPUES SE REPOSICIONA
      *EL CURSOR DETRAS DE LA CLAVE ORIGINAL, COMO
      *ARCHIVA-PRESTAMOS.
       035-ANONIMIZAR-PRESTAMO.
           MOVE PRESTAMO-CLAVE TO WS-CLAVE-ORIGINAL.
           MOVE DATOS-PRESTAMO TO WS-PRESTAMO-ORIGINAL.
           MOVE "N" TO WS-GRABADO.
           MOVE SOCIO-ANONIMO-DESDE TO WS-CODIGO-NEUTRO.
           PERFORM UNTIL PRESTAMO-GRABADO
                   OR WS-CODIGO-NEUTRO > SOCIO-ANONIMO-HASTA
               MOVE WS-CODIGO-NEUTRO TO PRESTAMO-SOCIO-ID
               WRITE DATOS-PRESTAMO
                   INVALID KEY ADD 1 TO WS-CODIGO-NEUTRO
                   NOT INVALID KEY MOVE "S" TO WS-GRABADO
               END-WRITE
           END-PERFORM.
           IF NOT PRESTAMO-GRABADO
               ADD 1 TO WS-CANT-SIN-CODIGO
               GO TO 035-REPOSICIONAR
           END-IF.
           MOVE "W" TO WS-JRN-OPERACION.
           PERFORM JORNAL-PRESTAMO.
           MOVE WS-PRESTAMO-ORIGINAL TO DATOS-PRESTAMO.
           DELETE REG-PRESTAMOS RECORD
               INVALID KEY
               DISPLAY "NO SE PUDO BORRAR LA CLAVE " WS-CLAVE-ORIGINAL
           END-DELETE.
           MOVE "D" TO WS-JRN-OPERACION.
           PERFORM JORNAL-PRESTAMO.
           ADD 1 TO WS-CANT-ANONIMIZADOS.
       035-REPOSICIONAR.
           MOVE WS-CLAVE-ORIGINAL TO PRESTAMO-CLAVE.
           START REG-PRESTAMOS KEY IS GREATER THAN PRESTAMO-CLAVE
               INVALID KEY SET FIN-REG-PRE TO TRUE
           END-START.
       035-ANONIMIZAR-PRESTAMO-EXIT.
           EXIT.

      *SE RETIENE EL PRESTAMO SI EL SOCIO DEBE MULTAS VIVAS DE ESE
      *TITULO O ARRASTRA SALDO IMPAGO DE UN CORTE ANTERIOR.
       040-VER-DEUDA.
           MOVE "N" TO WS-RETENER.
           MOVE WS-SOCIO-ID TO DEU-SOCIO-ID.
           MOVE WS-LIBRO-ID TO DEU-LIBRO-ID.
           READ DEUDAS-TMP
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-DEUDA AND DEU-SALDO > ZEROS
               MOVE "S" TO WS-RETENER
           END-IF.
           IF NOT F-NOEXISTE-SALDOS
               MOVE WS-SOCIO-ID TO SAL-SOCIO-ID
               READ SALDOS-FINES
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-SALDO AND SAL-ASIGNADO > SAL-PAGADO
                   MOVE "S" TO WS-RETENER
               END-IF
           END-IF.

      *EL HISTORICO SE COPIA AL INTERMEDIO CON LOS SOCIOS YA
      *NEUTROS Y DESPUES SE VUELCA DE NUEVO SOBRE EL ORIGINAL.
       050-ANONIMIZAR-HISTORICO.
           OPEN INPUT HISTORICO.
           IF F-NOEXISTE-HIST
               GO TO 050-ANONIMIZAR-HISTORICO-EXIT
           END-IF.
           OPEN OUTPUT HISTORICO-TEMPORAL.
           READ HISTORICO AT END SET FIN-HISTORICO TO TRUE END-READ.
           PERFORM UNTIL FIN-HISTORICO
               ADD 1 TO WS-CANT-HIST-LEIDOS
               MOVE HIST-SOCIO-ID TO WS-SOCIO-ID
               MOVE HIST-LIBRO-ID TO WS-LIBRO-ID
               IF HIST-FECHA-DEVOLUCION < WS-FECHA-CORTE
                   AND NOT SOCIO-ANONIMO
                   PERFORM 040-VER-DEUDA
                   IF RETENER-PRESTAMO
                       ADD 1 TO WS-CANT-HIST-RETENIDOS
                   ELSE
                       MOVE SOCIO-ANONIMO-DESDE TO HIST-SOCIO-ID
                       ADD 1 TO WS-CANT-HIST-ANONIMOS
                   END-IF
               END-IF
               WRITE LINEA-TEMPORAL FROM LINEA-HISTORICO
               READ HISTORICO AT END SET FIN-HISTORICO TO TRUE
               END-READ
           END-PERFORM.
           CLOSE HISTORICO.
           CLOSE HISTORICO-TEMPORAL.
           IF WS-CANT-HIST-ANONIMOS = ZEROS
               GO TO 050-ANONIMIZAR-HISTORICO-EXIT
           END-IF.
           OPEN INPUT HISTORICO-TEMPORAL.
           OPEN OUTPUT HISTORICO.
           READ HISTORICO-TEMPORAL AT END SET FIN-TEMPORAL TO TRUE
           END-READ.
           PERFORM UNTIL FIN-TEMPORAL
               WRITE LINEA-HISTORICO FROM LINEA-TEMPORAL
               READ HISTORICO-TEMPORAL AT END SET FIN-TEMPORAL
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE HISTORICO-TEMPORAL.
           CLOSE HISTORICO.
           OPEN OUTPUT HISTORICO-TEMPORAL.
           CLOSE HISTORICO-TEMPORAL.
       050-ANONIMIZAR-HISTORICO-EXIT.
           EXIT.

      *AGREGA LA LINEA DE JORNAL DEL PRESTAMO EN CURSO, MISMO
      *ESQUEMA QUE GRABAR-LINEA-JORNAL EN REGISTROLIBROS.
       JORNAL-PRESTAMO.
           OPEN EXTEND JORNAL-DIARIO.
           IF F-NOEXISTE-JRN
               CLOSE JORNAL-DIARIO
               OPEN OUTPUT JORNAL-DIARIO
           END-IF.
           ACCEPT JRN-FECHA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE "REG-PRESTAMOS.DAT" TO JRN-ARCHIVO.
           MOVE WS-JRN-OPERACION TO JRN-OPERACION.
           MOVE SPACES TO JRN-REGISTRO.
           MOVE DATOS-PRESTAMO TO JRN-REGISTRO (1:42).
           WRITE LINEA-JORNAL.
           CLOSE JORNAL-DIARIO.

      *VALORES DE PARAMETROS-SISTEMA.DAT (MANT-PARAMETROS); LOS QUE
      *NO ESTAN CARGADOS QUEDAN CON SU VALUE DE SIEMPRE.
       CARGAR-PARAMETROS.
           MOVE "RET-ANIOS-PREST" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-NUMERO TO ANIOS-RETENCION
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "ANONIMIZA-PRESTAMOS " DELIMITED BY SIZE
                  WS-ARCHIVO-ERROR      DELIMITED BY SIZE
                  " STATUS="            DELIMITED BY SIZE
                  WS-STATUS-ERROR       DELIMITED BY SIZE
                  " FECHA="             DELIMITED BY SIZE
                  WS-FECHA-ERROR        DELIMITED BY SIZE
                  " HORA="              DELIMITED BY SIZE
                  WS-HORA-ERROR         DELIMITED BY SIZE
                  " SEV="               DELIMITED BY SIZE
                  WS-SEVERIDAD-ERROR    DELIMITED BY SIZE
                  INTO LINEA-ERROR-LOG
           END-STRING.
           OPEN EXTEND ERROR-LOG.
           IF NOT ESTA-ERROR-LOG
               CLOSE ERROR-LOG
               OPEN OUTPUT ERROR-LOG
           END-IF.
           WRITE LINEA-ERROR-LOG.
           CLOSE ERROR-LOG.
           MOVE 16 TO RETURN-CODE.
       END PROGRAM ANONIMIZA-PRESTAMOS.
