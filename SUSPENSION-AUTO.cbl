      *  TODAVIA NO VENCIO, O EL PLAN ARRANCO ESTE MES) NO SE
      *  SUSPENDE POR SALDO; EL QUE DEJO VENCER LA CUOTA SE
      *  SUSPENDE AUNQUE EL SALDO SOLO NO ALCANZARA EL TOPE.
      *15/10/2026 - LOS PRESTAMOS DE ENTREGA A DOMICILIO (SUCURSAL
      *  "DOM") NO CUENTAN COMO VENCIDOS PARA LA SUSPENSION.
      *15/10/2026 - LOS TOPES POR DEFECTO SALEN DE LOS PARAMETROS DEL
      *  SISTEMA (SUSP-TOPE-SALDO Y SUSP-TOPE-VENC, MANT-PARAMETROS);
      *  SIN PARAMETRO SIGUEN 1000 Y 3.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 PRESTAMO-RENOVACIONES-STATUS       PIC 9(01).
      *SUCURSAL QUE HIZO EL PRESTAMO (AGREGADA AL FINAL).
           05 PRESTAMO-SUCURSAL-STATUS           PIC X(03).
      *"DOM": ENTREGA A DOMICILIO (ENTREGA-DOMICILIO.CBL).
               88 PRESTAMO-DOMICILIO-STATUS      VALUE "DOM".
      *ULTIMO AVISO DE ATRASO ENVIADO (AGREGADA AL FINAL).
           05 PRESTAMO-NIVEL-AVISO-STATUS        PIC 9(01).

       77 WS-HORA-ERROR            PIC 9(8)  VALUE ZEROS.

      *TOPES DE SUSPENSION. SE ACEPTAN AL INICIO DE LA CORRIDA; SI SE
      *RESPONDE CERO QUEDAN LOS DE LOS PARAMETROS DEL SISTEMA O, SIN
      *PARAMETRO, LOS VALORES POR DEFECTO DE ABAJO.
       77 TOPE-SALDO-SUSPENSION    PIC 9(7)V99 VALUE 1000.
       77 TOPE-VENCIDOS-SUSPENSION PIC 9(3) VALUE 3.
       77 AUX-TOPE-SALDO           PIC 9(7)V99 VALUE ZEROS.
       77 AUX-TOPE-VENCIDOS        PIC 9(3) VALUE ZEROS.

      *PARAMETROS DEL SISTEMA (LEE-PARAMETRO.CBL): SIN REGISTRO EN
      *PARAMETROS-SISTEMA.DAT QUEDA EL VALOR DE SIEMPRE.
       01 LPA-PARAMETROS.
           05 LPA-CLAVE            PIC X(15).
           05 LPA-VALOR            PIC X(60).
           05 LPA-NUMERO           PIC 9(9)V99.
           05 LPA-RESULTADO        PIC X(2).
               88 PARAMETRO-HALLADO VALUE "OK".

       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.

      *CUENTAS POR SOCIO ACUMULADAS EN MEMORIA: SALDO DE MULTAS Y

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           PERFORM CARGAR-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "===== SUSPENSION AUTOMATICA DE SOCIOS =====".
           MOVE TOPE-SALDO-SUSPENSION TO WS-IMPORTE-EDIT.
               IF PRESTAMO-ACTIVO-STATUS
                   AND PRESTAMO-FECHA-VENCIMIENTO-STATUS <
                                                       WS-FECHA-HOY
                   AND NOT PRESTAMO-DOMICILIO-STATUS
                   MOVE PRESTAMO-SOCIO-ID-STATUS TO WS-SOCIO-BUSCADO
                   PERFORM 060-UBICAR-CUENTA
                   IF WS-IND-CTA NOT = ZEROS
           MOVE DATOS-SOCIO-STATUS TO JRN-REGISTRO (1:512).
           PERFORM GRABAR-LINEA-JORNAL.

      *VALORES DE PARAMETROS-SISTEMA.DAT (MANT-PARAMETROS); LOS QUE
      *NO ESTAN CARGADOS QUEDAN CON SU VALUE DE SIEMPRE.
       CARGAR-PARAMETROS.
           MOVE "SUSP-TOPE-SALDO" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-NUMERO TO TOPE-SALDO-SUSPENSION
           END-IF.
           MOVE "SUSP-TOPE-VENC" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-NUMERO TO TOPE-VENCIDOS-SUSPENSION
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
