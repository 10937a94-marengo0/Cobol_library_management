       IDENTIFICATION DIVISION.
       PROGRAM-ID.                DIARIO-CONTABLE.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *EXPORTACION MENSUAL DEL LIBRO DIARIO PARA LA CONTADURIA
      *MUNICIPAL: CADA MOVIMIENTO DE DINERO DEL MES QUE GUARDAN LOS
      *PROGRAMAS DEL SISTEMA SE CONVIERTE EN UN ASIENTO DE PARTIDA
      *DOBLE CONTRA LAS CUENTAS DE PLAN-CUENTAS.DAT
      *(MANT-PLAN-CUENTAS.CBL). FUENTES Y ASIENTOS:
      *  VENTAS-DIARIO.DAT (+ HISTORICO) DE VENTAS-LOCAL: VENTA "V"
      *    CAJA A VENTAS E IVA DEBITO; VENTA EN CUENTA "C" CLIENTES
      *    A VENTAS E IVA DEBITO; ANULACION "A" AL REVES.
      *  CTACTE-CLIENTES.DAT: COBRANZA "P" CAJA A CLIENTES; NOTA DE
      *    CREDITO "N" VENTAS E IVA DEBITO A CLIENTES (LA FACTURA
      *    "F" YA VINO DEL DIARIO DE VENTAS COMO "C").
      *  REG-FINES-MAESTRO.DAT: MULTA "A" MULTAS A COBRAR A INGRESOS
      *    POR MULTAS; PAGO "P" CAJA A MULTAS A COBRAR (BANCO SI
      *    ES UN PAGO WEB, SUCURSAL "WEB", QUE LIQUIDA LA PLATAFORMA
      *    EN LA CUENTA); EXONERACION "E" INGRESOS POR MULTAS A
      *    MULTAS A COBRAR; CASTIGO DE SALDO INCOBRABLE "I" MULTAS
      *    INCOBRABLES A MULTAS A COBRAR, Y SU REHABILITACION (FILA
      *    "A" MOTIVO "REHABILITA") AL REVES.
      *  CAJA-MOVIMIENTOS.DAT: INGRESO "I" CAJA A INGRESOS VARIOS;
      *    EGRESO "O" GASTOS VARIOS A CAJA, SALVO LA CORRIDA DE
      *    NOMINA (REFERENCIA "NOM AAAAMM", EL NETO PAGADO) QUE VA
      *    A SUELDOS Y EL REINTEGRO DE UN CARGO DE REPOSICION YA
      *    COBRADO CUANDO EL LIBRO APARECE (REFERENCIA "REI " Y EL
      *    SOCIO) QUE VA A
      *    INGRESOS POR MULTAS. LA CARGA DE SALDO PREPAGO DE UN
      *    SOCIO (INGRESO CON REFERENCIA "PRE " Y EL SOCIO) VA DE
      *    CAJA A SALDOS PREPAGOS Y SU DEVOLUCION (EGRESO "PRE ") AL
      *    REVES; LO PAGADO CON ESE SALDO "S" SALDOS PREPAGOS A CAJA,
      *    PORQUE EL COBRO YA SE ASENTO ENTERO CONTRA CAJA. LOS
      *    PAGOS DE MULTA "M" NO SE TOMAN (YA ESTAN EN EL LIBRO
      *    MAYOR DE MULTAS) NI EL FONDO INICIAL "F".
      *  DEPOSITOS.DAT: BANCO A CAJA.
      *  FACTURAS-PROV.DAT: RENGLONES APROBADOS O PAGADOS, COMPRAS A
      *    PROVEEDORES.
      *  ORDENES-PAGO.DAT DE FACTURAS-PROV: CADA PAGO (TOTAL O
      *    PARCIAL), PROVEEDORES A BANCO.
      *  NOTAS-DEBITO.DAT DE COMPRAS: CADA NOTA DE DEBITO POR
      *    DEVOLUCION AL PROVEEDOR, POR SU FECHA Y SU IMPORTE,
      *    PROVEEDORES A COMPRAS (LA FACTURA SE ASENTO ENTERA).
      *  NOMINA-HISTORIA.DAT DE NOMINA: POR CADA RECIBO DEL MES LO
      *    QUE EL EGRESO DE CAJA NO LLEVA, SUELDOS POR LO RETENIDO
      *    AL EMPLEADO Y CARGAS SOCIALES POR LO PATRONAL, A APORTES
      *    A PAGAR POR LA SUMA DE LOS DOS.
      *LOS ASIENTOS VAN PRIMERO A DIARIO-CONTABLE.TMP Y SE ARMA EL
      *BALANCE DE SUMAS Y SALDOS (BALANCE-SUMAS.LST). SOLO SI EL
      *DEBE IGUALA AL HABER Y TODOS LOS CODIGOS TIENEN NUMERO DE
      *CUENTA MUNICIPAL SE ENTREGA EL ARCHIVO PARA LA MUNICIPALIDAD
      *(DIARIO-CONTABLE.DAT); SI NO, QUEDA EL ANTERIOR, RC 12 Y LA
      *CONSTANCIA EN LA BITACORA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-CUENTAS ASSIGN TO "PLAN-CUENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCU-CODIGO
               FILE STATUS IS FS-PLAN.

           SELECT VENTAS-DIARIO ASSIGN TO "VENTAS-DIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTAS-DIARIO.

           SELECT DIARIO-HISTORICO
               ASSIGN TO "VENTAS-DIARIO-HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

           SELECT CTACTE ASSIGN TO "CTACTE-CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CTACTE.

           SELECT REG-FINES ASSIGN TO "REG-FINES-MAESTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REG-FINES.

           SELECT CAJA-MOVIMIENTOS ASSIGN TO "CAJA-MOVIMIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAJA.

           SELECT DEPOSITOS ASSIGN TO "DEPOSITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEP-NUMERO
               FILE STATUS IS FS-DEPOSITOS.

           SELECT FACTURAS-PROV ASSIGN TO "FACTURAS-PROV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAC-CLAVE
               FILE STATUS IS FS-FACTURAS.

           SELECT ORDENES-PAGO ASSIGN TO "ORDENES-PAGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPA-CLAVE
               FILE STATUS IS FS-ORDENES-PAGO.

           SELECT NOMINA-HISTORIA ASSIGN TO "NOMINA-HISTORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORIA-NOM.

           SELECT NOTAS-DEBITO ASSIGN TO "NOTAS-DEBITO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ND-NUMERO
               FILE STATUS IS FS-NOTAS.

      *PORCENTAJE GENERAL PARA DESGLOSAR LINEAS VIEJAS SIN IVA.
           SELECT TASAS-IVA ASSIGN TO "TASAS-IVA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIV-CODIGO
               FILE STATUS IS FS-TASAS-IVA.

      *ASIENTOS DEL MES EN PREPARACION.
           SELECT ASIENTOS-TMP ASSIGN TO "DIARIO-CONTABLE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASIENTOS-TMP.

      *ARCHIVO ENTREGADO A LA CONTADURIA MUNICIPAL.
           SELECT ASIENTOS ASSIGN TO "DIARIO-CONTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASIENTOS.

           SELECT BALANCE ASSIGN TO "BALANCE-SUMAS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BALANCE.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD PLAN-CUENTAS.
       01 DATOS-CUENTA.
           05 PCU-CODIGO              PIC X(08).
           05 PCU-CUENTA              PIC X(12).
           05 PCU-NOMBRE              PIC X(30).
           05 PCU-TIPO                PIC X(01).

      *LAS DOS FUENTES DEL DIARIO SE LEEN SOBRE LINEA-VENTA (WS).
       FD VENTAS-DIARIO.
       01 LINEA-DIARIO                PIC X(56).

       FD DIARIO-HISTORICO.
       01 LINEA-HISTORICO             PIC X(56).

       FD CTACTE.
       01 LINEA-CTACTE.
           05 CTA-NIT                 PIC 9(6).
           05 CTA-FACTURA             PIC 9(6).
           05 CTA-FECHA               PIC 9(8).
           05 CTA-TIPO                PIC X(01).
               88 CTA-ES-PAGO         VALUE "P".
               88 CTA-ES-NOTA-CRED    VALUE "N".
           05 CTA-IMPORTE             PIC 9(7)V99.
           05 CTA-TASA-IVA            PIC X(01).
           05 CTA-NETO                PIC 9(7)V99.
           05 CTA-IVA                 PIC 9(7)V99.

       FD REG-FINES.
       01 FINES-TRANSACCION.
           05 FINES-SOCIO-ID          PIC 9(6).
           05 FINES-LIBRO-ID          PIC 9(6).
           05 FINES-FECHA             PIC 9(8).
           05 FINES-TIPO              PIC X(01).
               88 FINES-ASIGNADA      VALUE "A".
               88 FINES-PAGO          VALUE "P".
               88 FINES-EXONERADA     VALUE "E".
               88 FINES-CASTIGADA     VALUE "I".
           05 FINES-MONTO             PIC 9(6)V99.
           05 FILLER                  PIC X(11).
           05 FINES-MOTIVO            PIC X(10).
           05 FILLER                  PIC X(11).
           05 FINES-RECIBO            PIC 9(6).
           05 FINES-SUCURSAL          PIC X(03).

       FD CAJA-MOVIMIENTOS.
       01 LINEA-CAJA.
           05 CAJA-FECHA              PIC 9(8).
           05 CAJA-TIPO               PIC X(01).
               88 CAJA-INGRESO        VALUE "I".
               88 CAJA-EGRESO         VALUE "O".
               88 CAJA-CONSUMO-PREPAGO VALUE "S".
           05 CAJA-IMPORTE            PIC 9(6)V99.
           05 CAJA-REFERENCIA         PIC X(10).
           05 CAJA-SUCURSAL           PIC X(03).
           05 CAJA-OPERADOR           PIC X(11).

       FD DEPOSITOS.
       01 DATOS-DEPOSITO.
           05 DEP-NUMERO              PIC 9(6).
           05 DEP-FECHA               PIC 9(8).
           05 DEP-IMPORTE             PIC 9(8)V99.
           05 DEP-CIERRE-DESDE        PIC 9(8).
           05 DEP-CIERRE-HASTA        PIC 9(8).
           05 DEP-ESTADO              PIC X(1).
           05 DEP-FECHA-CONCILIADO    PIC 9(8).

       FD FACTURAS-PROV.
       01 DATOS-FACTURA.
           05 FAC-CLAVE.
               10 FAC-PROVEEDOR       PIC 9(4).
               10 FAC-NUMERO          PIC X(12).
               10 FAC-RENGLON         PIC 9(2).
           05 FAC-FECHA               PIC 9(8).
           05 FAC-OC-NUMERO           PIC 9(6).
           05 FAC-OC-RENGLON          PIC 9(2).
           05 FAC-CANTIDAD            PIC 9(3).
           05 FAC-PRECIO              PIC 9(6).
           05 FAC-ESTADO              PIC X(1).
               88 FAC-APROBADA        VALUE "A".
               88 FAC-PAGADA          VALUE "P".
           05 FAC-MOTIVO              PIC X(20).
           05 FAC-TIPO-RETENCION      PIC X(1).
               88 FAC-FUE-RETENIDA    VALUE "P" "C" "O".
           05 FAC-CANT-DEVUELTA       PIC 9(3).

       FD ORDENES-PAGO.
       01 DATOS-ORDEN-PAGO.
           05 OPA-CLAVE.
               10 OPA-NUMERO          PIC 9(6).
               10 OPA-RENGLON         PIC 9(2).
           05 OPA-PROVEEDOR           PIC 9(4).
           05 OPA-FECHA               PIC 9(8).
           05 OPA-MEDIO               PIC X(1).
           05 OPA-COMPROBANTE         PIC X(12).
           05 OPA-CUENTA-BANCO        PIC X(12).
           05 OPA-FAC-NUMERO          PIC X(12).
           05 OPA-FAC-RENGLON         PIC 9(2).
           05 OPA-IMPORTE             PIC 9(8)V99.
           05 OPA-ESTADO              PIC X(1).
           05 OPA-FECHA-CONCILIADO    PIC 9(8).

      *MISMO LAYOUT QUE EN NOMINA.CBL.
       FD NOMINA-HISTORIA.
       01 LINEA-HISTORIA-NOM.
           05 HIS-EMPLEADO            PIC 9(5).
           05 HIS-PERIODO             PIC 9(6).
           05 HIS-SUELDO              PIC 9(7)V99.
           05 HIS-AGUINALDO           PIC 9(7)V99.
           05 HIS-DESCUENTOS          PIC 9(7)V99.
           05 HIS-NETO                PIC 9(7)V99.
           05 HIS-CONTRIBUCIONES      PIC 9(7)V99.
           05 HIS-RECIBO              PIC 9(6).
           05 HIS-FECHA               PIC 9(8).

      *MISMO LAYOUT QUE EN COMPRAS.CBL.
       FD NOTAS-DEBITO.
       01 DATOS-NOTA-DEBITO.
           05 ND-NUMERO               PIC 9(6).
           05 ND-FECHA                PIC 9(8).
           05 ND-PROVEEDOR            PIC 9(4).
           05 ND-OC-NUMERO            PIC 9(6).
           05 ND-OC-RENGLON           PIC 9(2).
           05 ND-LIBRO-ID             PIC 9(6).
           05 ND-CANTIDAD             PIC 9(3).
           05 ND-IMPORTE              PIC 9(8).
           05 ND-IMPORTE-REINTEGRO    PIC 9(8).
           05 ND-REPONE               PIC X(1).
           05 ND-MOTIVO               PIC X(30).
           05 ND-ESTADO               PIC X(1).
               88 ND-APLICADA         VALUE "A".
               88 ND-PENDIENTE        VALUE "P".
               88 ND-COMPENSADA       VALUE "C".
           05 ND-FECHA-COMPENSADA     PIC 9(8).
           05 ND-REFERENCIA           PIC X(20).

       FD TASAS-IVA.
       01 DATOS-TASA-IVA.
           05 TIV-CODIGO              PIC X(01).
           05 TIV-DESCRIPCION         PIC X(15).
           05 TIV-PORCENTAJE          PIC 9(2)V99.

      *UNA LINEA POR CUENTA DE CADA ASIENTO: PERIODO, NUMERO DE
      *ASIENTO, FECHA, ORIGEN, REFERENCIA DEL MOVIMIENTO, CODIGO
      *INTERNO Y NUMERO MUNICIPAL DE LA CUENTA, DEBE Y HABER.
       FD ASIENTOS-TMP.
       01 LINEA-ASIENTO-TMP           PIC X(86).

       FD ASIENTOS.
       01 LINEA-ASIENTO               PIC X(86).

       FD BALANCE.
       01 LINEA-BALANCE               PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-PLAN                  PIC XX.
           88 ESTA-CUENTA          VALUE "00" "02".
           88 FIN-PLAN             VALUE "10".
           88 F-NOEXISTE-PLAN      VALUE "35".
       77 FS-VENTAS-DIARIO         PIC XX.
           88 FIN-VENTAS-DIARIO    VALUE "10".
           88 F-NOEXISTE-DIARIO    VALUE "35".
       77 FS-HISTORICO             PIC XX.
           88 FIN-HISTORICO        VALUE "10".
           88 F-NOEXISTE-HIST      VALUE "35".
       77 FS-CTACTE                PIC XX.
           88 FIN-CTACTE           VALUE "10".
           88 F-NOEXISTE-CTA       VALUE "35".
       77 FS-REG-FINES             PIC XX.
           88 FIN-REG-FINES        VALUE "10".
           88 F-NOEXISTE-FINES     VALUE "35".
       77 FS-CAJA                  PIC XX.
           88 FIN-CAJA             VALUE "10".
           88 F-NOEXISTE-CAJA      VALUE "35".
       77 FS-DEPOSITOS             PIC XX.
           88 FIN-DEPOSITOS        VALUE "10".
           88 F-NOEXISTE-DEP       VALUE "35".
       77 FS-FACTURAS              PIC XX.
           88 FIN-FACTURAS         VALUE "10".
           88 F-NOEXISTE-FAC       VALUE "35".
       77 FS-ORDENES-PAGO          PIC XX.
           88 FIN-ORDENES-PAGO     VALUE "10".
           88 F-NOEXISTE-OPA       VALUE "35".
       77 FS-HISTORIA-NOM          PIC XX.
           88 FIN-HISTORIA-NOM     VALUE "10".
           88 F-NOEXISTE-HNOM      VALUE "35".
       77 FS-NOTAS                 PIC XX.
           88 FIN-NOTAS            VALUE "10".
           88 F-NOEXISTE-ND        VALUE "35".
       77 FS-TASAS-IVA             PIC XX.
           88 ESTA-TASA-IVA        VALUE "00" "02".
           88 F-NOEXISTE-TIV       VALUE "35".
       77 FS-ASIENTOS-TMP          PIC XX.
           88 FIN-ASIENTOS-TMP     VALUE "10".
       77 FS-ASIENTOS              PIC XX.
       77 FS-BALANCE               PIC XX.
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

      *LINEA DEL DIARIO DE VENTAS (56 POSICIONES).
       01 LINEA-VENTA.
           05 VTA-FECHA               PIC 9(8).
           05 VTA-TIPO                PIC X(01).
               88 VTA-ES-VENTA        VALUE "V".
               88 VTA-ES-ANULACION    VALUE "A".
               88 VTA-ES-CUENTA       VALUE "C".
           05 VTA-PRODUCTO            PIC 9(2).
           05 VTA-CANTIDAD            PIC 9(3).
           05 VTA-IMPORTE             PIC 9(6)V99.
           05 VTA-TICKET              PIC 9(6).
           05 VTA-SUCURSAL            PIC X(03).
           05 VTA-TASA-IVA            PIC X(01).
           05 VTA-NETO                PIC 9(6)V99.
           05 VTA-IVA                 PIC 9(6)V99.
           05 VTA-COSTO               PIC 9(6)V99.

      *LINEA DE ASIENTO QUE SE ARMA ANTES DE GRABAR.
       01 WS-LINEA-ASIENTO.
           05 ASI-PERIODO             PIC 9(6).
           05 ASI-NUMERO              PIC 9(6).
           05 ASI-FECHA               PIC 9(8).
      *VTA=VENTAS CTA=CUENTA CORRIENTE MUL=MULTAS CAJ=CAJA
      *DEP=DEPOSITOS PRV=PROVEEDORES NOM=NOMINA.
           05 ASI-ORIGEN              PIC X(04).
           05 ASI-REFERENCIA          PIC X(12).
           05 ASI-CODIGO              PIC X(08).
           05 ASI-CUENTA              PIC X(12).
           05 ASI-DEBE                PIC 9(8)V99.
           05 ASI-HABER               PIC 9(8)V99.
           05 FILLER                  PIC X(10).

      *PLAN DE CUENTAS EN MEMORIA CON LOS TOTALES DEL BALANCE.
       77 MAX-CUENTAS              PIC 9(2) VALUE 50.
       01 TABLA-CUENTAS.
           05 TCU-ENT OCCURS 50 TIMES.
               10 TCU-CODIGO       PIC X(08).
               10 TCU-CUENTA       PIC X(12).
               10 TCU-NOMBRE       PIC X(30).
               10 TCU-DEBE         PIC 9(9)V99.
               10 TCU-HABER        PIC 9(9)V99.
       77 WS-CANT-CUENTAS          PIC 9(2) VALUE ZEROS.
       77 WS-IND                   PIC 9(2) VALUE ZEROS.
       77 WS-IND-CTA               PIC 9(2) VALUE ZEROS.

       77 WS-PERIODO               PIC 9(6) VALUE ZEROS.
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-NRO-ASIENTO           PIC 9(6) VALUE ZEROS.
       77 WS-CANT-LINEAS           PIC 9(6) VALUE ZEROS.
      *CODIGOS USADOS QUE NO ESTAN EN EL PLAN O NO TIENEN NUMERO
      *MUNICIPAL: TRABAN LA ENTREGA.
       77 WS-CANT-SIN-CUENTA       PIC 9(6) VALUE ZEROS.
       77 WS-PORC-GENERAL          PIC 9(2)V99 VALUE 21.

      *IMPORTES DE LA LINEA EN CURSO.
       77 WS-COD-DEBE              PIC X(08) VALUE SPACES.
       77 WS-COD-HABER             PIC X(08) VALUE SPACES.
       77 WS-IMPORTE               PIC 9(8)V99 VALUE ZEROS.
       77 WS-BRUTO                 PIC 9(8)V99 VALUE ZEROS.
       77 WS-NETO                  PIC 9(8)V99 VALUE ZEROS.
       77 WS-IVA                   PIC 9(8)V99 VALUE ZEROS.

       77 WS-TOTAL-DEBE            PIC 9(9)V99 VALUE ZEROS.
       77 WS-TOTAL-HABER           PIC 9(9)V99 VALUE ZEROS.
       77 WS-SALDO                 PIC S9(9)V99 VALUE ZEROS.
       77 WS-EDIT-DEBE             PIC 9(9).99 VALUE ZEROS.
       77 WS-EDIT-HABER            PIC 9(9).99 VALUE ZEROS.
       77 WS-EDIT-SALDO            PIC -9(9).99 VALUE ZEROS.

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           MOVE ZERO TO RETURN-CODE.
           DISPLAY " ".
           DISPLAY "===== DIARIO CONTABLE DEL MES =====".
           DISPLAY "INGRESE EL MES A EXPORTAR (AAAAMM): "
                   WITH NO ADVANCING.
           ACCEPT WS-PERIODO.
           IF WS-PERIODO = ZEROS
               DISPLAY "MES INVALIDO."
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 020-CARGAR-PLAN THRU 020-CARGAR-PLAN-EXIT.
           IF WS-CANT-CUENTAS = ZEROS
               DISPLAY "NO HAY PLAN DE CUENTAS (MANT-PLAN-CUENTAS)."
               MOVE "PLAN-CUENTAS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-PLAN            TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE 16 TO RETURN-CODE
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           PERFORM 025-PORCENTAJE-GENERAL.
           OPEN OUTPUT ASIENTOS-TMP.

           PERFORM 030-ASIENTOS-VENTAS THRU 030-ASIENTOS-VENTAS-EXIT.
           PERFORM 040-ASIENTOS-CTACTE THRU 040-ASIENTOS-CTACTE-EXIT.
           PERFORM 050-ASIENTOS-MULTAS THRU 050-ASIENTOS-MULTAS-EXIT.
           PERFORM 060-ASIENTOS-CAJA THRU 060-ASIENTOS-CAJA-EXIT.
           PERFORM 070-ASIENTOS-DEPOSITOS
                   THRU 070-ASIENTOS-DEPOSITOS-EXIT.
           PERFORM 080-ASIENTOS-PROVEEDORES
                   THRU 080-ASIENTOS-PROVEEDORES-EXIT.
           PERFORM 082-ASIENTOS-PAGOS THRU 082-ASIENTOS-PAGOS-EXIT.
           PERFORM 084-ASIENTOS-NOTAS THRU 084-ASIENTOS-NOTAS-EXIT.
           PERFORM 086-ASIENTOS-NOMINA THRU 086-ASIENTOS-NOMINA-EXIT.

           CLOSE ASIENTOS-TMP.
           PERFORM 100-BALANCE-SUMAS.
           IF WS-TOTAL-DEBE = WS-TOTAL-HABER
               AND WS-CANT-SIN-CUENTA = ZEROS
               PERFORM 110-ENTREGAR-DIARIO
               DISPLAY "DIARIO-CONTABLE.DAT ENTREGADO: " WS-NRO-ASIENTO
                       " ASIENTOS, " WS-CANT-LINEAS " LINEAS."
           ELSE
               DISPLAY "EL BALANCE NO CIERRA O HAY CUENTAS SIN NUMERO "
                       "MUNICIPAL: NO SE ENTREGA EL DIARIO. VER "
                       "BALANCE-SUMAS.LST."
               MOVE "DIARIO-CONTABLE" TO WS-ARCHIVO-ERROR
               MOVE "99"              TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE 12 TO RETURN-CODE
           END-IF.
       010-PRINCIPAL-FIN.
           STOP RUN.

       020-CARGAR-PLAN.
           MOVE ZEROS TO WS-CANT-CUENTAS.
           INITIALIZE TABLA-CUENTAS.
           OPEN INPUT PLAN-CUENTAS.
           IF F-NOEXISTE-PLAN
               CLOSE PLAN-CUENTAS
               GO TO 020-CARGAR-PLAN-EXIT
           END-IF.
           MOVE LOW-VALUES TO PCU-CODIGO.
           START PLAN-CUENTAS KEY IS NOT LESS THAN PCU-CODIGO
               INVALID KEY SET FIN-PLAN TO TRUE
           END-START.
           IF NOT FIN-PLAN
               READ PLAN-CUENTAS NEXT RECORD AT END SET FIN-PLAN
                       TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-PLAN OR WS-CANT-CUENTAS = MAX-CUENTAS
               ADD 1 TO WS-CANT-CUENTAS
               MOVE PCU-CODIGO TO TCU-CODIGO (WS-CANT-CUENTAS)
               MOVE PCU-CUENTA TO TCU-CUENTA (WS-CANT-CUENTAS)
               MOVE PCU-NOMBRE TO TCU-NOMBRE (WS-CANT-CUENTAS)
               READ PLAN-CUENTAS NEXT RECORD AT END SET FIN-PLAN
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE PLAN-CUENTAS.
       020-CARGAR-PLAN-EXIT.
           EXIT.

      *ALICUOTA GENERAL DE TASAS-IVA.DAT (21 SI NO ESTA CARGADA),
      *PARA LAS LINEAS DE VENTA ANTERIORES AL DESGLOSE.
       025-PORCENTAJE-GENERAL.
           OPEN INPUT TASAS-IVA.
           IF F-NOEXISTE-TIV
               CLOSE TASAS-IVA
           ELSE
               MOVE "G" TO TIV-CODIGO
               READ TASAS-IVA
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-TASA-IVA
                   MOVE TIV-PORCENTAJE TO WS-PORC-GENERAL
               END-IF
               CLOSE TASAS-IVA
           END-IF.

       030-ASIENTOS-VENTAS.
           OPEN INPUT VENTAS-DIARIO.
           IF F-NOEXISTE-DIARIO
               CLOSE VENTAS-DIARIO
           ELSE
               MOVE SPACES TO LINEA-VENTA
               READ VENTAS-DIARIO INTO LINEA-VENTA
                   AT END SET FIN-VENTAS-DIARIO TO TRUE
               END-READ
               PERFORM UNTIL FIN-VENTAS-DIARIO
                   IF VTA-FECHA (1:6) = WS-PERIODO
                       PERFORM 035-ASENTAR-VENTA
                   END-IF
                   MOVE SPACES TO LINEA-VENTA
                   READ VENTAS-DIARIO INTO LINEA-VENTA
                       AT END SET FIN-VENTAS-DIARIO TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VENTAS-DIARIO
           END-IF.
           OPEN INPUT DIARIO-HISTORICO.
           IF F-NOEXISTE-HIST
               CLOSE DIARIO-HISTORICO
               GO TO 030-ASIENTOS-VENTAS-EXIT
           END-IF.
           MOVE SPACES TO LINEA-VENTA.
           READ DIARIO-HISTORICO INTO LINEA-VENTA
               AT END SET FIN-HISTORICO TO TRUE
           END-READ.
           PERFORM UNTIL FIN-HISTORICO
               IF VTA-FECHA (1:6) = WS-PERIODO
                   PERFORM 035-ASENTAR-VENTA
               END-IF
               MOVE SPACES TO LINEA-VENTA
               READ DIARIO-HISTORICO INTO LINEA-VENTA
                   AT END SET FIN-HISTORICO TO TRUE
               END-READ
           END-PERFORM.
           CLOSE DIARIO-HISTORICO.
       030-ASIENTOS-VENTAS-EXIT.
           EXIT.

      *VENTA: CAJA (O CLIENTES SI FUE EN CUENTA) AL DEBE POR EL
      *TOTAL, VENTAS E IVA DEBITO AL HABER. LA ANULACION INVIERTE.
       035-ASENTAR-VENTA.
           MOVE VTA-IMPORTE TO WS-BRUTO.
           IF VTA-TASA-IVA NOT = SPACES
               AND VTA-NETO IS NUMERIC AND VTA-IVA IS NUMERIC
               MOVE VTA-NETO TO WS-NETO
               MOVE VTA-IVA  TO WS-IVA
           ELSE
               PERFORM 090-DESGLOSAR-GENERAL
           END-IF.
           MOVE VTA-FECHA    TO ASI-FECHA.
           MOVE "VTA"        TO ASI-ORIGEN.
           MOVE SPACES       TO ASI-REFERENCIA.
           STRING VTA-TIPO   DELIMITED BY SIZE
                   VTA-TICKET DELIMITED BY SIZE
                   "-"        DELIMITED BY SIZE
                   VTA-PRODUCTO DELIMITED BY SIZE
                   INTO ASI-REFERENCIA.
           PERFORM 085-NUEVO-ASIENTO.
           IF VTA-ES-ANULACION
               MOVE "VENTAS"   TO ASI-CODIGO
               MOVE WS-NETO    TO ASI-DEBE
               MOVE ZEROS      TO ASI-HABER
               PERFORM 095-GRABAR-LINEA
                           THRU 095-GRABAR-LINEA-EXIT
               MOVE "IVADEBIT" TO ASI-CODIGO
               MOVE WS-IVA     TO ASI-DEBE
               PERFORM 095-GRABAR-LINEA
                           THRU 095-GRABAR-LINEA-EXIT
               MOVE "CAJA"     TO ASI-CODIGO
               MOVE ZEROS      TO ASI-DEBE
               MOVE WS-BRUTO   TO ASI-HABER
               PERFORM 095-GRABAR-LINEA
                           THRU 095-GRABAR-LINEA-EXIT
           ELSE
               IF VTA-ES-CUENTA
                   MOVE "CLIENTES" TO ASI-CODIGO
               ELSE
                   MOVE "CAJA"     TO ASI-CODIGO
               END-IF
               MOVE WS-BRUTO   TO ASI-DEBE
               MOVE ZEROS      TO ASI-HABER
               PERFORM 095-GRABAR-LINEA
                           THRU 095-GRABAR-LINEA-EXIT
               MOVE "VENTAS"   TO ASI-CODIGO
               MOVE ZEROS      TO ASI-DEBE
               MOVE WS-NETO    TO ASI-HABER
               PERFORM 095-GRABAR-LINEA
                           THRU 095-GRABAR-LINEA-EXIT
               MOVE "IVADEBIT" TO ASI-CODIGO
               MOVE WS-IVA     TO ASI-HABER
               PERFORM 095-GRABAR-LINEA
                           THRU 095-GRABAR-LINEA-EXIT
           END-IF.

      *COBRANZAS Y NOTAS DE CREDITO DE LA CUENTA CORRIENTE.
       040-ASIENTOS-CTACTE.
           OPEN INPUT CTACTE.
           IF F-NOEXISTE-CTA
               CLOSE CTACTE
               GO TO 040-ASIENTOS-CTACTE-EXIT
           END-IF.
           MOVE SPACES TO LINEA-CTACTE.
           READ CTACTE AT END SET FIN-CTACTE TO TRUE END-READ.
           PERFORM UNTIL FIN-CTACTE
               IF CTA-FECHA (1:6) = WS-PERIODO
                   AND (CTA-ES-PAGO OR CTA-ES-NOTA-CRED)
                   MOVE CTA-FECHA TO ASI-FECHA
                   MOVE "CTA"     TO ASI-ORIGEN
                   MOVE SPACES    TO ASI-REFERENCIA
                   STRING CTA-TIPO    DELIMITED BY SIZE
                           CTA-NIT     DELIMITED BY SIZE
                           "-"         DELIMITED BY SIZE
                           CTA-FACTURA DELIMITED BY SIZE
                           INTO ASI-REFERENCIA
                   PERFORM 085-NUEVO-ASIENTO
                   MOVE CTA-IMPORTE TO WS-BRUTO
                   IF CTA-ES-PAGO
                       MOVE "CAJA"     TO WS-COD-DEBE
                       MOVE "CLIENTES" TO WS-COD-HABER
                       MOVE WS-BRUTO   TO WS-IMPORTE
                       PERFORM 097-ASIENTO-SIMPLE
                   ELSE
                       IF CTA-TASA-IVA NOT = SPACES
                           AND CTA-NETO IS NUMERIC
                           AND CTA-IVA IS NUMERIC
                           MOVE CTA-NETO TO WS-NETO
                           MOVE CTA-IVA  TO WS-IVA
                       ELSE
                           PERFORM 090-DESGLOSAR-GENERAL
                       END-IF
                       MOVE "VENTAS"   TO ASI-CODIGO
                       MOVE WS-NETO    TO ASI-DEBE
                       MOVE ZEROS      TO ASI-HABER
                       PERFORM 095-GRABAR-LINEA
                           THRU 095-GRABAR-LINEA-EXIT
                       MOVE "IVADEBIT" TO ASI-CODIGO
                       MOVE WS-IVA     TO ASI-DEBE
                       PERFORM 095-GRABAR-LINEA
                           THRU 095-GRABAR-LINEA-EXIT
                       MOVE "CLIENTES" TO ASI-CODIGO
                       MOVE ZEROS      TO ASI-DEBE
                       MOVE WS-BRUTO   TO ASI-HABER
                       PERFORM 095-GRABAR-LINEA
                           THRU 095-GRABAR-LINEA-EXIT
                   END-IF
               END-IF
               MOVE SPACES TO LINEA-CTACTE
               READ CTACTE AT END SET FIN-CTACTE TO TRUE END-READ
           END-PERFORM.
           CLOSE CTACTE.
       040-ASIENTOS-CTACTE-EXIT.
           EXIT.

      *LIBRO MAYOR DE MULTAS: DEVENGAMIENTO, COBRO Y EXONERACION.
       050-ASIENTOS-MULTAS.
           OPEN INPUT REG-FINES.
           IF F-NOEXISTE-FINES
               CLOSE REG-FINES
               GO TO 050-ASIENTOS-MULTAS-EXIT
           END-IF.
           READ REG-FINES AT END SET FIN-REG-FINES TO TRUE END-READ.
           PERFORM UNTIL FIN-REG-FINES
               IF FINES-FECHA (1:6) = WS-PERIODO
                   AND FINES-MONTO IS NUMERIC
                   AND FINES-MONTO NOT = ZEROS
                   AND (FINES-ASIGNADA OR FINES-PAGO
                        OR FINES-EXONERADA OR FINES-CASTIGADA)
                   MOVE FINES-FECHA TO ASI-FECHA
                   MOVE "MUL"       TO ASI-ORIGEN
                   MOVE SPACES      TO ASI-REFERENCIA
                   STRING FINES-TIPO     DELIMITED BY SIZE
                           FINES-SOCIO-ID DELIMITED BY SIZE
                           "-"            DELIMITED BY SIZE
                           FINES-LIBRO-ID (3:4) DELIMITED BY SIZE
                           INTO ASI-REFERENCIA
                   PERFORM 085-NUEVO-ASIENTO
                   MOVE FINES-MONTO TO WS-IMPORTE
                   EVALUATE TRUE
                       WHEN FINES-ASIGNADA
                               AND FINES-MOTIVO = "REHABILITA"
                           MOVE "MULTASCB" TO WS-COD-DEBE
                           MOVE "INCOBRAB" TO WS-COD-HABER
                       WHEN FINES-ASIGNADA
                           MOVE "MULTASCB" TO WS-COD-DEBE
                           MOVE "INGMULTA" TO WS-COD-HABER
                       WHEN FINES-PAGO AND FINES-SUCURSAL = "WEB"
                           MOVE "BANCO"    TO WS-COD-DEBE
                           MOVE "MULTASCB" TO WS-COD-HABER
                       WHEN FINES-PAGO
                           MOVE "CAJA"     TO WS-COD-DEBE
                           MOVE "MULTASCB" TO WS-COD-HABER
                       WHEN FINES-EXONERADA
                           MOVE "INGMULTA" TO WS-COD-DEBE
                           MOVE "MULTASCB" TO WS-COD-HABER
                       WHEN FINES-CASTIGADA
                           MOVE "INCOBRAB" TO WS-COD-DEBE
                           MOVE "MULTASCB" TO WS-COD-HABER
                   END-EVALUATE
                   PERFORM 097-ASIENTO-SIMPLE
               END-IF
               READ REG-FINES AT END SET FIN-REG-FINES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE REG-FINES.
       050-ASIENTOS-MULTAS-EXIT.
           EXIT.

      *INGRESOS Y EGRESOS VARIOS DE CAJA, LA CORRIDA DE NOMINA Y
      *EL SALDO PREPAGO DE LOS SOCIOS.
       060-ASIENTOS-CAJA.
           OPEN INPUT CAJA-MOVIMIENTOS.
           IF F-NOEXISTE-CAJA
               CLOSE CAJA-MOVIMIENTOS
               GO TO 060-ASIENTOS-CAJA-EXIT
           END-IF.
           READ CAJA-MOVIMIENTOS AT END SET FIN-CAJA TO TRUE
           END-READ.
           PERFORM UNTIL FIN-CAJA
               IF CAJA-FECHA (1:6) = WS-PERIODO
                   AND (CAJA-INGRESO OR CAJA-EGRESO
                        OR CAJA-CONSUMO-PREPAGO)
                   MOVE CAJA-FECHA      TO ASI-FECHA
                   MOVE "CAJ"           TO ASI-ORIGEN
                   MOVE SPACES          TO ASI-REFERENCIA
                   MOVE CAJA-REFERENCIA TO ASI-REFERENCIA
                   PERFORM 085-NUEVO-ASIENTO
                   MOVE CAJA-IMPORTE    TO WS-IMPORTE
                   EVALUATE TRUE
                       WHEN CAJA-INGRESO
                           MOVE "CAJA"     TO WS-COD-DEBE
                           IF CAJA-REFERENCIA (1:4) = "PRE "
                               MOVE "PREPAGOS" TO WS-COD-HABER
                           ELSE
                               MOVE "INGVARIO" TO WS-COD-HABER
                           END-IF
                       WHEN CAJA-CONSUMO-PREPAGO
                           MOVE "PREPAGOS" TO WS-COD-DEBE
                           MOVE "CAJA"     TO WS-COD-HABER
                       WHEN OTHER
                           EVALUATE CAJA-REFERENCIA (1:4)
                               WHEN "NOM "
                                   MOVE "SUELDOS"  TO WS-COD-DEBE
                               WHEN "REI "
                                   MOVE "INGMULTA" TO WS-COD-DEBE
                               WHEN "PRE "
                                   MOVE "PREPAGOS" TO WS-COD-DEBE
                               WHEN OTHER
                                   MOVE "GASTOCAJ" TO WS-COD-DEBE
                           END-EVALUATE
                           MOVE "CAJA"     TO WS-COD-HABER
                   END-EVALUATE
                   PERFORM 097-ASIENTO-SIMPLE
               END-IF
               READ CAJA-MOVIMIENTOS AT END SET FIN-CAJA TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CAJA-MOVIMIENTOS.
       060-ASIENTOS-CAJA-EXIT.
           EXIT.

       070-ASIENTOS-DEPOSITOS.
           OPEN INPUT DEPOSITOS.
           IF F-NOEXISTE-DEP
               CLOSE DEPOSITOS
               GO TO 070-ASIENTOS-DEPOSITOS-EXIT
           END-IF.
           READ DEPOSITOS NEXT RECORD AT END SET FIN-DEPOSITOS
                   TO TRUE END-READ.
           PERFORM UNTIL FIN-DEPOSITOS
               IF DEP-FECHA (1:6) = WS-PERIODO
                   MOVE DEP-FECHA   TO ASI-FECHA
                   MOVE "DEP"       TO ASI-ORIGEN
                   MOVE SPACES      TO ASI-REFERENCIA
                   STRING "DEP "     DELIMITED BY SIZE
                           DEP-NUMERO DELIMITED BY SIZE
                           INTO ASI-REFERENCIA
                   PERFORM 085-NUEVO-ASIENTO
                   MOVE DEP-IMPORTE TO WS-IMPORTE
                   MOVE "BANCO"     TO WS-COD-DEBE
                   MOVE "CAJA"      TO WS-COD-HABER
                   PERFORM 097-ASIENTO-SIMPLE
               END-IF
               READ DEPOSITOS NEXT RECORD AT END SET FIN-DEPOSITOS
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE DEPOSITOS.
       070-ASIENTOS-DEPOSITOS-EXIT.
           EXIT.

      *RENGLONES DE FACTURA DE PROVEEDOR DEL MES YA ACEPTADOS
      *(APROBADOS O PAGADOS); LOS RETENIDOS ESPERAN LA REVISION.
       080-ASIENTOS-PROVEEDORES.
           OPEN INPUT FACTURAS-PROV.
           IF F-NOEXISTE-FAC
               CLOSE FACTURAS-PROV
               GO TO 080-ASIENTOS-PROVEEDORES-EXIT
           END-IF.
           READ FACTURAS-PROV NEXT RECORD AT END SET FIN-FACTURAS
                   TO TRUE END-READ.
           PERFORM UNTIL FIN-FACTURAS
               IF FAC-FECHA (1:6) = WS-PERIODO
                   AND (FAC-APROBADA OR FAC-PAGADA)
                   MOVE FAC-FECHA   TO ASI-FECHA
                   MOVE "PRV"       TO ASI-ORIGEN
                   MOVE SPACES      TO ASI-REFERENCIA
                   STRING FAC-PROVEEDOR DELIMITED BY SIZE
                           FAC-NUMERO (1:8) DELIMITED BY SIZE
                           INTO ASI-REFERENCIA
                   PERFORM 085-NUEVO-ASIENTO
                   COMPUTE WS-IMPORTE = FAC-CANTIDAD * FAC-PRECIO
                   MOVE "COMPRAS"   TO WS-COD-DEBE
                   MOVE "PROVEED"   TO WS-COD-HABER
                   PERFORM 097-ASIENTO-SIMPLE
               END-IF
               READ FACTURAS-PROV NEXT RECORD AT END SET FIN-FACTURAS
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE FACTURAS-PROV.
       080-ASIENTOS-PROVEEDORES-EXIT.
           EXIT.

      *PAGOS A PROVEEDORES POR ORDEN DE PAGO, POR LA FECHA DEL
      *CHEQUE O TRANSFERENCIA.
       082-ASIENTOS-PAGOS.
           OPEN INPUT ORDENES-PAGO.
           IF F-NOEXISTE-OPA
               CLOSE ORDENES-PAGO
               GO TO 082-ASIENTOS-PAGOS-EXIT
           END-IF.
           READ ORDENES-PAGO NEXT RECORD AT END SET FIN-ORDENES-PAGO
                   TO TRUE END-READ.
           PERFORM UNTIL FIN-ORDENES-PAGO
               IF OPA-FECHA (1:6) = WS-PERIODO
                   MOVE OPA-FECHA   TO ASI-FECHA
                   MOVE "PRV"       TO ASI-ORIGEN
                   MOVE SPACES      TO ASI-REFERENCIA
                   STRING "OP"        DELIMITED BY SIZE
                           OPA-NUMERO  DELIMITED BY SIZE
                           "-"         DELIMITED BY SIZE
                           OPA-RENGLON DELIMITED BY SIZE
                           INTO ASI-REFERENCIA
                   PERFORM 085-NUEVO-ASIENTO
                   MOVE OPA-IMPORTE TO WS-IMPORTE
                   MOVE "PROVEED"   TO WS-COD-DEBE
                   MOVE "BANCO"     TO WS-COD-HABER
                   PERFORM 097-ASIENTO-SIMPLE
               END-IF
               READ ORDENES-PAGO NEXT RECORD AT END
                   SET FIN-ORDENES-PAGO TO TRUE END-READ
           END-PERFORM.
           CLOSE ORDENES-PAGO.
       082-ASIENTOS-PAGOS-EXIT.
           EXIT.

      *NOTAS DE DEBITO POR DEVOLUCION AL PROVEEDOR, POR LA FECHA DE
      *LA NOTA: BAJAN LA DEUDA Y LA COMPRA QUE SE ASENTO ENTERA CON
      *LA FACTURA.
       084-ASIENTOS-NOTAS.
           OPEN INPUT NOTAS-DEBITO.
           IF F-NOEXISTE-ND
               CLOSE NOTAS-DEBITO
               GO TO 084-ASIENTOS-NOTAS-EXIT
           END-IF.
           READ NOTAS-DEBITO NEXT RECORD AT END SET FIN-NOTAS
                   TO TRUE END-READ.
           PERFORM UNTIL FIN-NOTAS
               IF ND-FECHA (1:6) = WS-PERIODO
                   AND ND-IMPORTE > ZEROS
                   MOVE ND-FECHA    TO ASI-FECHA
                   MOVE "PRV"       TO ASI-ORIGEN
                   MOVE SPACES      TO ASI-REFERENCIA
                   STRING "ND"        DELIMITED BY SIZE
                           ND-NUMERO   DELIMITED BY SIZE
                           ND-PROVEEDOR DELIMITED BY SIZE
                           INTO ASI-REFERENCIA
                   PERFORM 085-NUEVO-ASIENTO
                   MOVE ND-IMPORTE  TO WS-IMPORTE
                   MOVE "PROVEED"   TO WS-COD-DEBE
                   MOVE "COMPRAS"   TO WS-COD-HABER
                   PERFORM 097-ASIENTO-SIMPLE
               END-IF
               READ NOTAS-DEBITO NEXT RECORD AT END SET FIN-NOTAS
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE NOTAS-DEBITO.
       084-ASIENTOS-NOTAS-EXIT.
           EXIT.

      *RECIBOS DE SUELDO DEL MES, POR LA FECHA DE LA CORRIDA: EL
      *EGRESO "NOM " DE CAJA YA ASENTO EL NETO A SUELDOS; ACA VA EL
      *RESTO DEL BRUTO (LO RETENIDO) Y LO PATRONAL, CONTRA LO QUE
      *QUEDA POR DEPOSITAR A LOS ORGANISMOS.
       086-ASIENTOS-NOMINA.
           OPEN INPUT NOMINA-HISTORIA.
           IF F-NOEXISTE-HNOM
               CLOSE NOMINA-HISTORIA
               GO TO 086-ASIENTOS-NOMINA-EXIT
           END-IF.
           READ NOMINA-HISTORIA AT END SET FIN-HISTORIA-NOM TO TRUE
           END-READ.
           PERFORM UNTIL FIN-HISTORIA-NOM
               IF HIS-FECHA IS NUMERIC
                   AND HIS-FECHA (1:6) = WS-PERIODO
                   AND HIS-NETO NOT > HIS-SUELDO + HIS-AGUINALDO
                   MOVE HIS-FECHA   TO ASI-FECHA
                   MOVE "NOM"       TO ASI-ORIGEN
                   MOVE SPACES      TO ASI-REFERENCIA
                   STRING "NOM "      DELIMITED BY SIZE
                           HIS-RECIBO  DELIMITED BY SIZE
                           INTO ASI-REFERENCIA
                   PERFORM 085-NUEVO-ASIENTO
                   MOVE "SUELDOS"   TO ASI-CODIGO
                   COMPUTE ASI-DEBE = HIS-SUELDO + HIS-AGUINALDO
                           - HIS-NETO
                   MOVE ZEROS       TO ASI-HABER
                   PERFORM 095-GRABAR-LINEA
                           THRU 095-GRABAR-LINEA-EXIT
                   MOVE "CARGASOC"  TO ASI-CODIGO
                   MOVE HIS-CONTRIBUCIONES TO ASI-DEBE
                   PERFORM 095-GRABAR-LINEA
                           THRU 095-GRABAR-LINEA-EXIT
                   MOVE "APORTPAG"  TO ASI-CODIGO
                   MOVE ZEROS       TO ASI-DEBE
                   COMPUTE ASI-HABER = HIS-SUELDO + HIS-AGUINALDO
                           - HIS-NETO + HIS-CONTRIBUCIONES
                   PERFORM 095-GRABAR-LINEA
                           THRU 095-GRABAR-LINEA-EXIT
               END-IF
               READ NOMINA-HISTORIA AT END SET FIN-HISTORIA-NOM
                       TO TRUE END-READ
           END-PERFORM.
           CLOSE NOMINA-HISTORIA.
       086-ASIENTOS-NOMINA-EXIT.
           EXIT.

       085-NUEVO-ASIENTO.
           ADD 1 TO WS-NRO-ASIENTO.
           MOVE WS-PERIODO     TO ASI-PERIODO.
           MOVE WS-NRO-ASIENTO TO ASI-NUMERO.

      *DESGLOSE A TASA GENERAL DE WS-BRUTO, MISMO REDONDEO QUE
      *VENTAS-LOCAL.
       090-DESGLOSAR-GENERAL.
           COMPUTE WS-NETO ROUNDED = WS-BRUTO * 100
                   / (100 + WS-PORC-GENERAL).
           COMPUTE WS-IVA = WS-BRUTO - WS-NETO.

      *GRABA LA LINEA DE ASIENTO EN CURSO (ASI-CODIGO, ASI-DEBE,
      *ASI-HABER) Y LA ACUMULA EN EL BALANCE. LAS LINEAS EN CERO
      *(UNA VENTA EXENTA NO TIENE IVA) NO SE GRABAN.
       095-GRABAR-LINEA.
           IF ASI-DEBE = ZEROS AND ASI-HABER = ZEROS
               GO TO 095-GRABAR-LINEA-EXIT
           END-IF.
           MOVE ZEROS TO WS-IND-CTA.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-CUENTAS
                       OR WS-IND-CTA NOT = ZEROS
               IF TCU-CODIGO (WS-IND) = ASI-CODIGO
                   MOVE WS-IND TO WS-IND-CTA
               END-IF
           END-PERFORM.
           IF WS-IND-CTA = ZEROS
               AND WS-CANT-CUENTAS < MAX-CUENTAS
      *CODIGO QUE EL PLAN NO TIENE: SE AGREGA AL BALANCE SIN NUMERO
      *MUNICIPAL PARA QUE SE VEA Y TRABE LA ENTREGA.
               ADD 1 TO WS-CANT-CUENTAS
               MOVE ASI-CODIGO TO TCU-CODIGO (WS-CANT-CUENTAS)
               MOVE SPACES     TO TCU-CUENTA (WS-CANT-CUENTAS)
               MOVE "** NO ESTA EN EL PLAN DE CUENTAS **"
                       TO TCU-NOMBRE (WS-CANT-CUENTAS)
               MOVE WS-CANT-CUENTAS TO WS-IND-CTA
           END-IF.
           IF WS-IND-CTA = ZEROS
               MOVE SPACES TO ASI-CUENTA
               ADD 1 TO WS-CANT-SIN-CUENTA
           ELSE
               MOVE TCU-CUENTA (WS-IND-CTA) TO ASI-CUENTA
               ADD ASI-DEBE  TO TCU-DEBE (WS-IND-CTA)
               ADD ASI-HABER TO TCU-HABER (WS-IND-CTA)
           END-IF.
           ADD ASI-DEBE  TO WS-TOTAL-DEBE.
           ADD ASI-HABER TO WS-TOTAL-HABER.
           WRITE LINEA-ASIENTO-TMP FROM WS-LINEA-ASIENTO.
           ADD 1 TO WS-CANT-LINEAS.
       095-GRABAR-LINEA-EXIT.
           EXIT.

      *ASIENTO DE DOS LINEAS: WS-COD-DEBE AL DEBE Y WS-COD-HABER AL
      *HABER, AMBAS POR WS-IMPORTE.
       097-ASIENTO-SIMPLE.
           MOVE WS-COD-DEBE  TO ASI-CODIGO.
           MOVE WS-IMPORTE   TO ASI-DEBE.
           MOVE ZEROS        TO ASI-HABER.
           PERFORM 095-GRABAR-LINEA THRU 095-GRABAR-LINEA-EXIT.
           MOVE WS-COD-HABER TO ASI-CODIGO.
           MOVE ZEROS        TO ASI-DEBE.
           MOVE WS-IMPORTE   TO ASI-HABER.
           PERFORM 095-GRABAR-LINEA THRU 095-GRABAR-LINEA-EXIT.

      *BALANCE DE SUMAS Y SALDOS DEL MES, CUENTA POR CUENTA, CON EL
      *CONTROL DEBE = HABER AL PIE.
       100-BALANCE-SUMAS.
           OPEN OUTPUT BALANCE.
           MOVE SPACES TO LINEA-BALANCE.
           STRING "BALANCE DE SUMAS Y SALDOS - MES " DELIMITED BY SIZE
                   WS-PERIODO                      DELIMITED BY SIZE
                   " - EMITIDO "                   DELIMITED BY SIZE
                   WS-FECHA-HOY                    DELIMITED BY SIZE
                   INTO LINEA-BALANCE.
           WRITE LINEA-BALANCE.
           MOVE SPACES TO LINEA-BALANCE.
           WRITE LINEA-BALANCE.
           MOVE "CODIGO   CUENTA       DEBE         HABER        SALDO"
                   TO LINEA-BALANCE.
           WRITE LINEA-BALANCE.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-CUENTAS
               IF TCU-DEBE (WS-IND) NOT = ZEROS
                   OR TCU-HABER (WS-IND) NOT = ZEROS
                   MOVE TCU-DEBE (WS-IND)  TO WS-EDIT-DEBE
                   MOVE TCU-HABER (WS-IND) TO WS-EDIT-HABER
                   COMPUTE WS-SALDO = TCU-DEBE (WS-IND)
                           - TCU-HABER (WS-IND)
                   MOVE WS-SALDO TO WS-EDIT-SALDO
                   MOVE SPACES TO LINEA-BALANCE
                   STRING TCU-CODIGO (WS-IND)  DELIMITED BY SIZE
                           " "                  DELIMITED BY SIZE
                           TCU-CUENTA (WS-IND)  DELIMITED BY SIZE
                           " "                  DELIMITED BY SIZE
                           WS-EDIT-DEBE         DELIMITED BY SIZE
                           " "                  DELIMITED BY SIZE
                           WS-EDIT-HABER        DELIMITED BY SIZE
                           " "                  DELIMITED BY SIZE
                           WS-EDIT-SALDO        DELIMITED BY SIZE
                           INTO LINEA-BALANCE
                   WRITE LINEA-BALANCE
                   IF TCU-CUENTA (WS-IND) = SPACES
                       ADD 1 TO WS-CANT-SIN-CUENTA
                       MOVE SPACES TO LINEA-BALANCE
                       STRING "  ** SIN NUMERO MUNICIPAL: "
                                               DELIMITED BY SIZE
                               TCU-NOMBRE (WS-IND)
                                               DELIMITED BY SIZE
                               INTO LINEA-BALANCE
                       WRITE LINEA-BALANCE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-TOTAL-DEBE  TO WS-EDIT-DEBE.
           MOVE WS-TOTAL-HABER TO WS-EDIT-HABER.
           COMPUTE WS-SALDO = WS-TOTAL-DEBE - WS-TOTAL-HABER.
           MOVE WS-SALDO TO WS-EDIT-SALDO.
           MOVE SPACES TO LINEA-BALANCE.
           WRITE LINEA-BALANCE.
           MOVE SPACES TO LINEA-BALANCE.
           STRING "TOTALES               " DELIMITED BY SIZE
                   WS-EDIT-DEBE            DELIMITED BY SIZE
                   " "                     DELIMITED BY SIZE
                   WS-EDIT-HABER           DELIMITED BY SIZE
                   " "                     DELIMITED BY SIZE
                   WS-EDIT-SALDO           DELIMITED BY SIZE
                   INTO LINEA-BALANCE.
           WRITE LINEA-BALANCE.
           MOVE SPACES TO LINEA-BALANCE.
           IF WS-TOTAL-DEBE = WS-TOTAL-HABER
               AND WS-CANT-SIN-CUENTA = ZEROS
               MOVE "BALANCE CERRADO: DIARIO ENTREGADO A LA "
                       TO LINEA-BALANCE
               MOVE "MUNICIPALIDAD" TO LINEA-BALANCE (40:13)
           ELSE
               MOVE "BALANCE NO CERRADO: EL DIARIO NO SE ENTREGA"
                       TO LINEA-BALANCE
           END-IF.
           WRITE LINEA-BALANCE.
           CLOSE BALANCE.

      *COPIA LOS ASIENTOS DEL MES AL ARCHIVO DE ENTREGA.
       110-ENTREGAR-DIARIO.
           OPEN INPUT ASIENTOS-TMP.
           OPEN OUTPUT ASIENTOS.
           READ ASIENTOS-TMP AT END SET FIN-ASIENTOS-TMP TO TRUE
           END-READ.
           PERFORM UNTIL FIN-ASIENTOS-TMP
               MOVE LINEA-ASIENTO-TMP TO LINEA-ASIENTO
               WRITE LINEA-ASIENTO
               READ ASIENTOS-TMP AT END SET FIN-ASIENTOS-TMP TO TRUE
               END-READ
           END-PERFORM.
           CLOSE ASIENTOS-TMP.
           CLOSE ASIENTOS.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "DIARIO-CONTABLE "  DELIMITED BY SIZE
                  WS-ARCHIVO-ERROR   DELIMITED BY SIZE
                  " STATUS="         DELIMITED BY SIZE
                  WS-STATUS-ERROR    DELIMITED BY SIZE
                  " FECHA="          DELIMITED BY SIZE
                  WS-FECHA-ERROR     DELIMITED BY SIZE
                  " HORA="           DELIMITED BY SIZE
                  WS-HORA-ERROR      DELIMITED BY SIZE
                  " SEV="            DELIMITED BY SIZE
                  WS-SEVERIDAD-ERROR DELIMITED BY SIZE
                       INTO LINEA-ERROR-LOG
           END-STRING.
           OPEN EXTEND ERROR-LOG.
           IF NOT ESTA-ERROR-LOG
               CLOSE ERROR-LOG
               OPEN OUTPUT ERROR-LOG
           END-IF.
           WRITE LINEA-ERROR-LOG.
           CLOSE ERROR-LOG.
       END PROGRAM DIARIO-CONTABLE.
