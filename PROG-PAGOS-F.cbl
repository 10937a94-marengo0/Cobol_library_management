      *  SIENT02.FIC (CLAVE Y NIVEL A/C, LOS BLOQUEADOS NO ENTRAN),
      *  IGUAL QUE EN EL CATALOGO. SIN FICHA DE USUARIOS SE CAE AL
      *  VIEJO INGRESO POR PREGUNTA.
      *15/10/2026 - LA MULTA POR ATRASO TAMBIEN SE PUEDE ASENTAR
      *  SOBRE UN PRESTAMO YA CERRADO COMO PERDIDO ("P"): CUANDO EL
      *  LIBRO APARECE, LA DEVOLUCION EN REGISTROLIBROS REVIERTE EL
      *  CARGO DE REPOSICION PERO EL ATRASO REAL SE SIGUE COBRANDO.
      *15/10/2026 - EL RECIBO DEL SOCIO CON DIRECCION DE CORREO
      *  ELECTRONICO (ENT-EMAIL, SIN MARCA DE REBOTE NI PREFERENCIA
      *  SIN CARTAS) SALE COMO MENSAJE EN LA COLA CORREO-SALIDA.DAT
      *  EN LUGAR DE IMPRIMIRSE. LA REIMPRESION POR NUMERO SALE
      *  SIEMPRE EN PAPEL.
      *15/10/2026 - EL PAGO DE MULTA SE PUEDE CUBRIR CON EL SALDO
      *  PREPAGO DEL SOCIO (PREPAGOS-SOCIOS.DAT): LA PARTE PAGADA
      *  CON SALDO SE DESCUENTA DEL MAYOR DE PREPAGOS Y VA A LA CAJA
      *  COMO TIPO "S" PARA QUE EL CIERRE NO LA ESPERE EN EL CAJON.
      *15/10/2026 - CASTIGO DE SALDOS INCOBRABLES: LOS SALDOS SIN
      *  MOVIMIENTO EN EL MAYOR DESDE HACE N ANIOS SALEN EN UNA
      *  PROPUESTA (CASTIGOS-PROPUESTA.LST) Y, CON LA AUTORIZACION
      *  DEL SUPERVISOR, SE CASTIGAN CON UNA FILA NUEVA TIPO "I"
      *  QUE DESCUENTA EL SALDO COMO UN PAGO (SALE DEL AGING Y DE LA
      *  SUSPENSION) Y QUEDA EN EL REGISTRO CASTIGOS-MULTAS.DAT.
      *  CUANDO EL SOCIO VUELVE (PAGA O SE LE ASIENTA UNA MULTA) LA
      *  DEUDA CASTIGADA SE REHABILITA CON UNA FILA "A" MOTIVO
      *  "REHABILITA". REPORTE ANUAL DE CASTIGOS PARA LA AUDITORIA
      *  (CASTIGOS-ANUAL.LST).
      *15/10/2026 - LOS PRESTAMOS DE ENTREGA A DOMICILIO (SUCURSAL
      *  "DOM", ENTREGA-DOMICILIO.CBL) NO LLEVAN MULTA POR ATRASO:
      *  NO SE ASIENTA AUNQUE EL PRESTAMO ESTE VENCIDO.
      *15/10/2026 - CADA EXONERACION QUEDA ADEMAS EN EL REGISTRO
      *  EXONERACIONES.DAT CON EL OPERADOR QUE LA PIDIO Y EL
      *  SUPERVISOR QUE LA AUTORIZO, PARA LA REVISION MENSUAL DE
      *  OPERADORES. LA AUTORIZACION DEL SUPERVISOR YA NO PISA AL
      *  OPERADOR FIRMADO: LO QUE SIGUE EN LA SESION QUEDA A SU
      *  NOMBRE Y NO AL DEL SUPERVISOR.
      *15/10/2026 - LA SUCURSAL QUE TOMA EL ENTER AL INGRESAR SALE DEL
      *  PARAMETRO SUCURSAL-DEF (MANT-PARAMETROS); SIN PARAMETRO
      *  SIGUE "SED".
      *15/10/2026 - EN LA COPIA DE ENTRENAMIENTO (PREPARA-ENTRENA) EL
      *  MENU MUESTRA LA LEYENDA ENTRENAMIENTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAJA.

      *SALDO PREPAGO DE LOS SOCIOS (LO CARGA VENTAS-LOCAL EN LA
      *CAJA); EL PAGO DE MULTA PUEDE CONSUMIRLO.
           SELECT PREPAGOS ASSIGN TO "PREPAGOS-SOCIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PREPAGOS.

      *NUMERADOR Y ARCHIVO DE IMPRESION DE RECIBOS: CADA PAGO (Y
      *CADA EXONERACION) SE ASIENTA CON SU NUMERO DE RECIBO, SE
      *IMPRIME UN RECIBO CHICO Y SE PUEDE REIMPRIMIR POR NUMERO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECIBOS.

      *REGISTRO DE CASTIGOS Y REHABILITACIONES: NO PASA POR EL CORTE
      *DE CIERRE-FINES, ASI UNA DEUDA CASTIGADA HACE ANIOS TODAVIA
      *SE PUEDE REHABILITAR Y LA AUDITORIA TIENE SU HISTORIA.
           SELECT CASTIGOS ASSIGN TO "CASTIGOS-MULTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CASTIGOS.

      *REGISTRO DE EXONERACIONES: QUIEN LA PIDIO (EL OPERADOR
      *FIRMADO) Y QUIEN LA AUTORIZO, CON FECHA Y HORA. TAMPOCO PASA
      *POR EL CORTE DE CIERRE-FINES; LO LEE REVISION-OPERADORES.
           SELECT EXONERACIONES ASSIGN TO "EXONERACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXONERACIONES.

           SELECT LISTADO-CASTIGOS ASSIGN TO "CASTIGOS-PROPUESTA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO-CAS.

           SELECT ANUAL-CASTIGOS ASSIGN TO "CASTIGOS-ANUAL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANUAL-CAS.

      *FICHA DE SOCIOS (SIENT01M), VISTA PARCIAL PARA SABER SI EL
      *RECIBO SALE POR CORREO ELECTRONICO.
           SELECT REG-SOCIOS ASSIGN TO "SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

      *COLA DE CORREO SALIENTE QUE LEVANTA LA PASARELA DE CORREO
      *(VER CORREO-DEVUELTO.CBL) Y SU NUMERADOR DE MENSAJES.
           SELECT COLA-CORREO ASSIGN TO "CORREO-SALIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COLA-CORREO.

           SELECT COLA-NUMERADOR ASSIGN TO "CORREO-SALIDA.NUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COLA-NUMERADOR.

      *CALENDARIO DE DIAS CERRADOS (MANT-CALENDARIO): LOS DIAS EN
      *QUE LA BIBLIOTECA NO ABRE NO SE COBRAN COMO ATRASO.
           SELECT CALENDARIO-CIERRE
               88 FINES-ASIGNADA     VALUE "A".
               88 FINES-PAGO         VALUE "P".
               88 FINES-EXONERADA    VALUE "E".
      *"I": SALDO INCOBRABLE CASTIGADO; DESCUENTA COMO UN PAGO.
               88 FINES-CASTIGADA    VALUE "I".
           05 FINES-MONTO            PIC 9(6)V99.
           05 FINES-DIAS-ATRASO     PIC 9(3).
           05 FINES-FECHA-PRESTAMO   PIC 9(8).
      *MOTIVO Y AUTORIZANTE DE UNA EXONERACION (TIPO "E") O DE UN
      *CASTIGO ("I", MOTIVO "INCOBRABLE"); EN LAS FILAS "P" QUEDAN
      *EN BLANCO, Y EN LAS "A" SALVO LA REHABILITACION DE UNA DEUDA
      *CASTIGADA (MOTIVO "REHABILITA"). LAS FILAS VIEJAS DE 38
      *POSICIONES SE LEEN CON ESTOS CAMPOS EN BLANCO.
           05 FINES-MOTIVO           PIC X(10).
           05 FINES-AUTORIZANTE      PIC X(11).
      *OPERADOR QUE ASENTO EL MOVIMIENTO (AGREGADA AL FINAL).
           05 CAJA-OPERADOR          PIC X(11).

      *MAYOR DE SALDO PREPAGO: "C" CARGA SUMA; "V", "M", "R" Y "D"
      *(TICKET, MULTA, RENOVACION, DEVOLUCION) RESTAN.
       FD PREPAGOS.
       01 LINEA-PREPAGO.
           05 PPG-SOCIO-ID           PIC 9(6).
           05 PPG-FECHA              PIC 9(8).
           05 PPG-TIPO               PIC X(01).
               88 PPG-CARGA          VALUE "C".
           05 PPG-IMPORTE            PIC 9(6)V99.
           05 PPG-COMPROBANTE        PIC X(10).
           05 PPG-SUCURSAL           PIC X(03).
           05 PPG-OPERADOR           PIC X(11).

       FD REG-NOTAS.
       01 REG-NTA-STATUS.
       FD RECIBO-NUMERADOR.
       01 LINEA-RECIBO-NUM            PIC 9(6).

      *"C" CASTIGO, "R" REHABILITACION. LA DEUDA CASTIGADA PENDIENTE
      *DE UN SOCIO ES LA SUMA DE SUS "C" MENOS SUS "R".
       FD CASTIGOS.
       01 LINEA-CASTIGO.
           05 CAS-SOCIO-ID            PIC 9(6).
           05 CAS-FECHA               PIC 9(8).
           05 CAS-TIPO                PIC X(01).
               88 CAS-CASTIGO         VALUE "C".
               88 CAS-REHABILITACION  VALUE "R".
           05 CAS-MONTO               PIC 9(6)V99.
      *ULTIMO MOVIMIENTO DEL SOCIO EN EL MAYOR AL CASTIGARLO.
           05 CAS-ULTIMA-ACTIVIDAD    PIC 9(8).
           05 CAS-AUTORIZANTE         PIC X(11).
           05 CAS-SUCURSAL            PIC X(03).

       FD EXONERACIONES.
       01 LINEA-EXONERACION.
           05 EXR-FECHA               PIC 9(8).
           05 EXR-HORA                PIC 9(8).
           05 EXR-SOCIO-ID            PIC 9(6).
           05 EXR-MONTO               PIC 9(6)V99.
           05 EXR-MOTIVO              PIC X(10).
           05 EXR-SOLICITANTE         PIC X(11).
           05 EXR-AUTORIZANTE         PIC X(11).
           05 EXR-RECIBO              PIC 9(6).
           05 EXR-SUCURSAL            PIC X(03).

       FD LISTADO-CASTIGOS.
       01 LINEA-LISTADO-CAS           PIC X(80).

       FD ANUAL-CASTIGOS.
       01 LINEA-ANUAL-CAS             PIC X(80).

       FD RECIBOS.
       01 LINEA-RECIBO                PIC X(40).

       FD REG-SOCIOS.
       01 DATOS-SOCIO-STATUS.
           05 SOCIO-CLAVE-STATUS      PIC X(11).
           05 FILLER                  PIC X(188).
           05 SOCIO-SIN-CARTAS-STATUS PIC X(01).
               88 SOCIO-SIN-CARTAS    VALUE "S" "s".
           05 SOCIO-EMAIL-STATUS      PIC X(50).
           05 SOCIO-EMAIL-REB-STATUS  PIC X(01).
               88 SOCIO-EMAIL-REBOTADO VALUE "S" "s".
           05 FILLER                  PIC X(261).

      *MENSAJE DE LA COLA: RENGLON 000 DE CABECERA Y LUEGO LOS
      *RENGLONES DE TEXTO, IGUALES A LOS DEL RECIBO IMPRESO.
       FD COLA-CORREO.
       01 LINEA-COLA.
           05 COLA-NUMERO             PIC 9(8).
           05 COLA-RENGLON            PIC 9(3).
           05 COLA-DATOS              PIC X(120).
           05 COLA-CABECERA REDEFINES COLA-DATOS.
               10 COLA-FECHA          PIC 9(8).
               10 COLA-ORIGEN         PIC X(10).
               10 COLA-SOCIO          PIC 9(6).
               10 COLA-EMAIL          PIC X(50).
               10 COLA-ASUNTO         PIC X(40).
               10 FILLER              PIC X(06).
           05 COLA-TEXTO REDEFINES COLA-DATOS.
               10 COLA-LINEA          PIC X(80).
               10 FILLER              PIC X(40).

       FD COLA-NUMERADOR.
       01 LINEA-COLA-NUMERADOR        PIC 9(8).

       FD CALENDARIO-CIERRE.
       01 LINEA-CALENDARIO.
           05 CAL-TIPO                PIC X(1).
           05 PRESTAMO-FECHA-DEVOLUCION-STATUS   PIC 9(8).
           05 PRESTAMO-ESTADO-STATUS             PIC X(01).
               88 PRESTAMO-ACTIVO-STATUS         VALUE "A".
               88 PRESTAMO-PERDIDO-STATUS        VALUE "P".
           05 PRESTAMO-RENOVACIONES-STATUS       PIC 9(01).
      *SUCURSAL QUE HIZO EL PRESTAMO (AGREGADA AL FINAL).
           05 PRESTAMO-SUCURSAL-STATUS           PIC X(03).
      *"DOM": ENTREGA A DOMICILIO, EXENTO DE MULTAS.
               88 PRESTAMO-DOMICILIO-STATUS      VALUE "DOM".
      *ULTIMO AVISO DE ATRASO ENVIADO (AGREGADA AL FINAL).
           05 PRESTAMO-NIVEL-AVISO-STATUS        PIC 9(01).


       01 FS-SALDOS-FINES            PIC XX.
           88 ESTA-SALDO-FINES       VALUE "00" "02".
           88 FIN-SALDOS-FINES       VALUE "10".
           88 F-NOEXISTE-SALDOS      VALUE "35".

       01 FS-CASTIGOS                PIC XX.
           88 FIN-CASTIGOS           VALUE "10".
           88 F-NOEXISTE-CAS         VALUE "05" "35".
       01 FS-EXONERACIONES           PIC XX.
           88 F-NOEXISTE-EXO         VALUE "05" "35".
       01 FS-LISTADO-CAS             PIC XX.
       01 FS-ANUAL-CAS               PIC XX.

       01 FS-TARIFAS                 PIC XX.
           88 ESTA-TARIFA            VALUE "00" "02".
           88 FIN-TARIFAS            VALUE "10".
       01 FS-CAJA                    PIC XX.
           88 F-NOEXISTE-CAJA        VALUE "05" "35".

       01 FS-PREPAGOS                PIC XX.
           88 FIN-PREPAGOS           VALUE "10".
           88 F-NOEXISTE-PPG         VALUE "05" "35".

       01 FS-REG-USUARIOS            PIC XX.
           88 ESTA-REG-USU           VALUE "00" "02".
           88 F-NOEXISTE-USU         VALUE "35".
       01 FS-RECIBOS                 PIC XX.
           88 F-NOEXISTE-RECIBOS     VALUE "05" "35".

       01 FS-REG-SOCIOS              PIC XX.
           88 F-NOEXISTE-SOC         VALUE "35".

       01 FS-COLA-CORREO             PIC XX.
           88 F-NOEXISTE-COLA        VALUE "05" "35".

       01 FS-COLA-NUMERADOR          PIC XX.
           88 F-NOEXISTE-COLANUM     VALUE "35".

      *MENSAJE EN CURSO EN LA COLA DE CORREO Y CANAL DEL RECIBO
      *(E=CORREO ELECTRONICO, P=PAPEL). LA REIMPRESION FUERZA PAPEL.
       77 AUX-COLA-NUMERO            PIC 9(8) VALUE ZEROS.
       77 AUX-COLA-RENGLON           PIC 9(3) VALUE ZEROS.
       77 AUX-COLA-EMAIL             PIC X(50) VALUE SPACES.
       77 AUX-COLA-TEXTO             PIC X(80) VALUE SPACES.
       77 AUX-CANAL-RECIBO           PIC X VALUE "P".
           88 RECIBO-POR-EMAIL       VALUE "E".
       77 AUX-RECIBO-PAPEL           PIC X VALUE "N".
           88 RECIBO-EN-PAPEL        VALUE "S".

       77 FS-REG-NOTAS             PIC XX.
           88 ESTA-REG-NTA         VALUE "00" "02".
           88 F-NOEXISTE-NTA       VALUE "35".
       77 AUX-TOPE-MULTA             PIC 9(8)V99 VALUE ZEROS.
       77 AUX-PRESTAMO-HALLADO       PIC X VALUE "N".
           88 PRESTAMO-HALLADO       VALUE "S".
       77 AUX-PRESTAMO-DOMICILIO     PIC X VALUE "N".
           88 ES-PRESTAMO-DOMICILIO  VALUE "S".
       77 AUX-YA-ASENTADA            PIC X VALUE "N".
           88 MULTA-YA-ASENTADA      VALUE "S".
       77 AUX-FECHA-PRESTAMO-MULTA   PIC 9(8) VALUE ZEROS.
      *en cada fila de multas y en los movimientos de caja. "SED"
      *es la sede central.
       77 AUX-SUCURSAL               PIC X(3) VALUE "SED".
      *Sucursal que toma el ENTER (parametro SUCURSAL-DEF).
       77 AUX-SUCURSAL-DEFECTO       PIC X(3) VALUE "SED".

      *PARAMETROS DEL SISTEMA (LEE-PARAMETRO.CBL): SIN REGISTRO EN
      *PARAMETROS-SISTEMA.DAT QUEDA EL VALOR DE SIEMPRE.
       01 LPA-PARAMETROS.
           05 LPA-CLAVE            PIC X(15).
           05 LPA-VALOR            PIC X(60).
           05 LPA-NUMERO           PIC 9(9)V99.
           05 LPA-RESULTADO        PIC X(2).
               88 PARAMETRO-HALLADO VALUE "OK".

      *COPIA DE ENTRENAMIENTO (MODO-ENTRENA.CBL): EN LA COPIA EL
      *MENU LLEVA LA LEYENDA ENTRENAMIENTO.
       01 MEN-PARAMETROS.
           05 MEN-MODO             PIC X(1).
               88 EN-ENTRENAMIENTO VALUE "E".
           05 MEN-FECHA-COPIA      PIC 9(8).
           05 MEN-FECHA-RESGUARDO  PIC 9(8).

      *Variables del ingreso de operador contra sient02.fic.
       77 AUX-USUARIO-CLAVE          PIC X(11) VALUE SPACES.
      *Variables del recibo numerado de cada cobro o exoneracion.
       77 AUX-RECIBO                 PIC 9(6) VALUE ZEROS.
       77 AUX-LEYENDA-RECIBO         PIC X(12) VALUE SPACES.
      *Saldo prepago del socio y la parte del pago cubierta con el.
       77 AUX-PPG-SALDO              PIC S9(7)V99 VALUE ZEROS.
       77 AUX-PPG-USADO              PIC 9(6)V99 VALUE ZEROS.
       77 AUX-RECIBO-HALLADO         PIC X VALUE "N".
           88 RECIBO-HALLADO         VALUE "S".

      *Variables de la exoneracion autorizada por supervisor.
       77 AUX-MOTIVO                 PIC X(10) VALUE SPACES.
       77 AUX-AUTORIZANTE            PIC X(11) VALUE SPACES.
      *Clave que teclea el supervisor; el operador firmado sigue en
      *AUX-USUARIO-CLAVE.
       77 AUX-SUPERVISOR-CLAVE       PIC X(11) VALUE SPACES.
       77 AUX-SUPERVISOR-OK          PIC X VALUE "N".
           88 SUPERVISOR-OK          VALUE "S".

      *Castigo de saldos incobrables: anios sin movimiento para
      *proponer el castigo, fecha limite resultante y tabla de
      *cuentas armada con el saldo arrastrado mas el mayor vivo.
       77 AUX-ANIOS-CASTIGO          PIC 9(2) VALUE 5.
       77 AUX-ANIOS-TEXTO            PIC X(2) VALUE SPACES.
       77 AUX-FECHA-LIMITE-CAS       PIC 9(8) VALUE ZEROS.
       77 MAX-CUENTAS-CAS            PIC 9(4) VALUE 2000.
       01 TABLA-CUENTAS-CAS.
           05 CTC-ENT OCCURS 2000 TIMES.
               10 CTC-SOCIO-ID       PIC 9(6).
               10 CTC-SALDO          PIC S9(7)V99.
               10 CTC-ULTIMA         PIC 9(8).
       77 WS-CANT-CUENTAS-CAS        PIC 9(4) VALUE ZEROS.
       77 WS-IND-CAS                 PIC 9(4) VALUE ZEROS.
       77 WS-IND-CTC                 PIC 9(4) VALUE ZEROS.
       77 WS-CAS-DESBORDADOS         PIC 9(5) VALUE ZEROS.
       77 WS-CAS-SOCIO               PIC 9(6) VALUE ZEROS.
       77 WS-CANT-PROPUESTOS         PIC 9(4) VALUE ZEROS.
       77 AUX-TOTAL-CASTIGO          PIC 9(8)V99 VALUE ZEROS.
       77 AUX-TOTAL-REHABILITADO     PIC 9(8)V99 VALUE ZEROS.
       77 AUX-CAS-PENDIENTE          PIC S9(7)V99 VALUE ZEROS.
       77 AUX-ANIO-CASTIGOS          PIC 9(4) VALUE ZEROS.
       77 AUX-TOTAL-EDIT             PIC 9(8).99 VALUE ZEROS.

      *Acumuladores del reporte de exoneraciones.
       77 MAX-GRUPOS-EXO             PIC 9(3) VALUE 100.
       01 TABLA-EXONERACIONES.
                       "MULTAS NO SE PUEDE USAR AHORA."
               STOP RUN
           END-IF.
           PERFORM CARGAR-PARAMETROS.
           CALL "MODO-ENTRENA" USING MEN-PARAMETROS.
           PERFORM INGRESO-OPERADOR THRU INGRESO-OPERADOR-EXIT.
           MOVE "E" TO AUX-TRM-EVENTO.
           PERFORM REGISTRAR-TERMINAL.
           PERFORM UNTIL CONTINUAR-FINES = "N"
               DISPLAY " "
               DISPLAY "===== LIBRO MAYOR DE MULTAS ====="
               IF EN-ENTRENAMIENTO
                   DISPLAY "*** ENTRENAMIENTO ***"
               END-IF
               DISPLAY "1.Asentar multa"
               DISPLAY "2.Registrar pago de multa"
               DISPLAY "3.Consultar cuenta de un socio"
               DISPLAY "4.Exonerar multa (AUTORIZA SUPERVISOR)"
               DISPLAY "5.Reporte de exoneraciones"
               DISPLAY "6.Reimprimir recibo por numero"
               DISPLAY "7.Castigo de saldos incobrables (AUTORIZA "
                       "SUPERVISOR)"
               DISPLAY "8.Reporte anual de castigos"
               DISPLAY "0.Salir"
               DISPLAY "Ingrese opcion: " WITH NO ADVANCING
               ACCEPT OPC-FINES
                                  THRU REPORTE-EXONERACIONES-EXIT
                   WHEN 6 PERFORM REIMPRIMIR-RECIBO
                                  THRU REIMPRIMIR-RECIBO-EXIT
                   WHEN 7
                       MOVE "CASTIGAR" TO AUX-PERM-FUNCION
                       PERFORM VERIFICAR-PERMISO
                       IF PERMISO-DENEGADO
                           DISPLAY "OPCION DENEGADA PARA ESTE "
                                   "USUARIO (MATRIZ DE PERMISOS)."
                       ELSE
                           IF MODO-CONSULTA-FINES
                               DISPLAY "OPCION NO DISPONIBLE EN MODO "
                                       "CONSULTA."
                           ELSE
                               PERFORM CASTIGAR-INCOBRABLES
                                       THRU CASTIGAR-INCOBRABLES-EXIT
                           END-IF
                       END-IF
                   WHEN 8 PERFORM REPORTE-ANUAL-CASTIGOS
                                  THRU REPORTE-ANUAL-CASTIGOS-EXIT
                   WHEN 0 MOVE "N" TO CONTINUAR-FINES
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA"
               DISPLAY "Modo (C=Consulta / N=Normal): "
                       WITH NO ADVANCING
               ACCEPT AUX-MODO-FINES
               DISPLAY "Sucursal (ENTER=" AUX-SUCURSAL-DEFECTO "): "
                       WITH NO ADVANCING
               ACCEPT AUX-SUCURSAL
               IF AUX-SUCURSAL = SPACES
                   MOVE AUX-SUCURSAL-DEFECTO TO AUX-SUCURSAL
               END-IF
               GO TO INGRESO-OPERADOR-EXIT
           END-IF.
               END-IF
           END-PERFORM.
           CLOSE REG-USUARIOS.
           DISPLAY "Sucursal (ENTER=" AUX-SUCURSAL-DEFECTO "): "
                   WITH NO ADVANCING.
           ACCEPT AUX-SUCURSAL.
           IF AUX-SUCURSAL = SPACES
               MOVE AUX-SUCURSAL-DEFECTO TO AUX-SUCURSAL
           END-IF.
       INGRESO-OPERADOR-EXIT.
           EXIT.
      *TARIFA DIARIA.


      *VALORES DE PARAMETROS-SISTEMA.DAT (MANT-PARAMETROS); LOS QUE
      *NO ESTAN CARGADOS QUEDAN CON SU VALUE DE SIEMPRE.
       CARGAR-PARAMETROS.
           MOVE "SUCURSAL-DEF" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO AUX-SUCURSAL-DEFECTO
           END-IF.

      *BUSCA EN LA MATRIZ EL PERMISO DE LA FUNCION AUX-PERM-FUNCION
      *PARA EL OPERADOR FIRMADO. SIN ARCHIVO O SIN REGISTRO EL
      *RESULTADO QUEDA EN BLANCO Y DECIDE EL NIVEL DE SIEMPRE.
           ACCEPT AUX-LIBRO-ID
           PERFORM BUSCAR-PRESTAMO-VENCIDO
                   THRU BUSCAR-PRESTAMO-VENCIDO-EXIT
           IF ES-PRESTAMO-DOMICILIO AND NOT PRESTAMO-HALLADO
               DISPLAY "PRESTAMO DE ENTREGA A DOMICILIO: NO LLEVA "
                       "MULTA POR ATRASO"
               GO TO ASENTAR-MULTA-EXIT
           END-IF.
           IF NOT PRESTAMO-HALLADO
               DISPLAY "NO HAY UN PRESTAMO ACTIVO Y VENCIDO PARA ESE "
                       "SOCIO Y LIBRO"
           PERFORM AGREGAR-NOTA-SOCIO THRU AGREGAR-NOTA-SOCIO-EXIT.
           DISPLAY "MULTA ASENTADA: " AUX-DIAS-ATRASO " DIAS DE ATRASO"
                   ", $" AUX-IMPORTE-EDIT ".".
           PERFORM REHABILITAR-CASTIGO THRU REHABILITAR-CASTIGO-EXIT.
       ASENTAR-MULTA-EXIT.
           EXIT.

      *RECORRE REG-PRESTAMOS.DAT (SECUENCIAL) BUSCANDO EL PRESTAMO
      *ACTIVO DEL SOCIO/LIBRO PEDIDOS QUE ESTE VENCIDO A LA FECHA DE
      *HOY, Y DE PASO CHEQUEA SI ESE PRESTAMO YA TIENE UNA MULTA
      *ASENTADA EN EL LIBRO MAYOR. EL PRESTAMO CERRADO COMO PERDIDO
      *CUENTA IGUAL: SI EL LIBRO VUELVE, EL ATRASO SE COBRA ANTES
      *DE LA DEVOLUCION COMO EN CUALQUIER OTRO. EL PRESTAMO DE
      *ENTREGA A DOMICILIO NO SE TOMA: QUEDA MARCADO PARA AVISAR.
       BUSCAR-PRESTAMO-VENCIDO.
           MOVE "N" TO AUX-PRESTAMO-HALLADO.
           MOVE "N" TO AUX-PRESTAMO-DOMICILIO.
           MOVE "N" TO AUX-YA-ASENTADA.
           MOVE ZEROS TO AUX-FECHA-PRESTAMO-MULTA.
           ACCEPT AUX-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM UNTIL FIN-REG-PRE OR PRESTAMO-HALLADO
                   OR PRESTAMO-SOCIO-ID-STATUS NOT = AUX-SOCIO-ID
               IF PRESTAMO-LIBRO-ID-STATUS = AUX-LIBRO-ID
                   AND (PRESTAMO-ACTIVO-STATUS
                        OR PRESTAMO-PERDIDO-STATUS)
                   AND PRESTAMO-FECHA-VENCIMIENTO-STATUS <
                                                       AUX-FECHA-HOY
                   IF PRESTAMO-DOMICILIO-STATUS
                       MOVE "S" TO AUX-PRESTAMO-DOMICILIO
                   ELSE
                       MOVE "S" TO AUX-PRESTAMO-HALLADO
                       MOVE PRESTAMO-FECHA-PRESTAMO-STATUS
                                       TO AUX-FECHA-PRESTAMO-MULTA
                   END-IF
               END-IF
               IF NOT PRESTAMO-HALLADO
                   READ REG-PRESTAMOS NEXT RECORD AT END SET
           MOVE AUX-SUCURSAL  TO FINES-SUCURSAL.
           WRITE FINES-TRANSACCION.
           CLOSE REG-FINES.
           OPEN EXTEND EXONERACIONES.
           IF F-NOEXISTE-EXO
               CLOSE EXONERACIONES
               OPEN OUTPUT EXONERACIONES
           END-IF.
           MOVE AUX-FECHA-HOY TO EXR-FECHA.
           ACCEPT EXR-HORA FROM TIME.
           MOVE AUX-SOCIO-ID  TO EXR-SOCIO-ID.
           MOVE AUX-MONTO     TO EXR-MONTO.
           MOVE AUX-MOTIVO    TO EXR-MOTIVO.
           MOVE AUX-USUARIO-CLAVE TO EXR-SOLICITANTE.
           MOVE AUX-AUTORIZANTE TO EXR-AUTORIZANTE.
           MOVE AUX-RECIBO    TO EXR-RECIBO.
           MOVE AUX-SUCURSAL  TO EXR-SUCURSAL.
           WRITE LINEA-EXONERACION.
           CLOSE EXONERACIONES.
           MOVE "EXONERACION" TO AUX-LEYENDA-RECIBO.
           PERFORM IMPRIMIR-RECIBO.
           MOVE AUX-SOCIO-ID TO WS-NOTA-SOCIO.
               GO TO AUTORIZAR-SUPERVISOR-EXIT
           END-IF.
           DISPLAY "Usuario supervisor: " WITH NO ADVANCING.
           MOVE SPACES TO AUX-SUPERVISOR-CLAVE.
           ACCEPT AUX-SUPERVISOR-CLAVE.
           DISPLAY "Clave supervisor: " WITH NO ADVANCING.
           MOVE SPACES TO AUX-USUARIO-PASS.
           ACCEPT AUX-USUARIO-PASS.
           MOVE AUX-SUPERVISOR-CLAVE TO USU-CLAVE-STATUS.
           READ REG-USUARIOS
               INVALID KEY CONTINUE
           END-READ.
               END-IF
           END-IF.
           MOVE "S" TO AUX-SUPERVISOR-OK.
           MOVE AUX-SUPERVISOR-CLAVE TO AUX-AUTORIZANTE.
           CLOSE REG-USUARIOS.
       AUTORIZAR-SUPERVISOR-EXIT.
           EXIT.

      *RECIBO CHICO, MISMO FORMATO DE 40 COLUMNAS QUE EL TICKET DEL
      *MOSTRADOR; SE AGREGA AL FINAL DE RECIBOS-MULTAS.LST Y SE
      *CORTA EN LA MISMA IMPRESORA. AL SOCIO CON CORREO ELECTRONICO
      *EL MISMO RECIBO LE SALE COMO MENSAJE EN LA COLA DE CORREO.
       IMPRIMIR-RECIBO.
           PERFORM ELEGIR-CANAL-RECIBO THRU ELEGIR-CANAL-RECIBO-EXIT.
           IF RECIBO-POR-EMAIL
               PERFORM ABRIR-MENSAJE-CORREO
           ELSE
               OPEN EXTEND RECIBOS
               IF F-NOEXISTE-RECIBOS
                   CLOSE RECIBOS
                   OPEN OUTPUT RECIBOS
               END-IF
           END-IF.
           MOVE ALL "-" TO LINEA-RECIBO.
           PERFORM EMITIR-LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "RECIBO NRO "     DELIMITED BY SIZE
                   AUX-RECIBO       DELIMITED BY SIZE
                   " - "            DELIMITED BY SIZE
                   AUX-FECHA-HOY    DELIMITED BY SIZE
                   INTO LINEA-RECIBO.
           PERFORM EMITIR-LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING AUX-LEYENDA-RECIBO DELIMITED BY SIZE
                   " SOCIO "         DELIMITED BY SIZE
                   AUX-SOCIO-ID      DELIMITED BY SIZE
                   INTO LINEA-RECIBO.
           PERFORM EMITIR-LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           MOVE AUX-MONTO TO AUX-IMPORTE-EDIT.
           STRING "IMPORTE: $"  DELIMITED BY SIZE
                   AUX-IMPORTE-EDIT DELIMITED BY SIZE
                   INTO LINEA-RECIBO.
           PERFORM EMITIR-LINEA-RECIBO.
           IF AUX-PPG-USADO NOT = ZEROS
               MOVE SPACES TO LINEA-RECIBO
               MOVE AUX-PPG-USADO TO AUX-IMPORTE-EDIT
               STRING "PAGADO CON PREPAGO: $" DELIMITED BY SIZE
                       AUX-IMPORTE-EDIT       DELIMITED BY SIZE
                       INTO LINEA-RECIBO
               PERFORM EMITIR-LINEA-RECIBO
           END-IF.
           MOVE ALL "-" TO LINEA-RECIBO.
           PERFORM EMITIR-LINEA-RECIBO.
           IF RECIBO-POR-EMAIL
               PERFORM CERRAR-MENSAJE-CORREO
               DISPLAY "RECIBO ENVIADO POR CORREO ELECTRONICO A "
                       AUX-COLA-EMAIL
           ELSE
               CLOSE RECIBOS
           END-IF.

      *CANAL DEL RECIBO: CORREO ELECTRONICO SI LA FICHA DEL SOCIO
      *TIENE DIRECCION SIN MARCA DE REBOTE Y NO PIDIO QUEDAR SIN
      *CARTAS; PAPEL EN CUALQUIER OTRO CASO Y SIEMPRE AL REIMPRIMIR.
       ELEGIR-CANAL-RECIBO.
           MOVE "P" TO AUX-CANAL-RECIBO.
           MOVE SPACES TO AUX-COLA-EMAIL.
           IF RECIBO-EN-PAPEL
               GO TO ELEGIR-CANAL-RECIBO-EXIT
           END-IF.
           OPEN INPUT REG-SOCIOS.
           IF F-NOEXISTE-SOC
               CLOSE REG-SOCIOS
               GO TO ELEGIR-CANAL-RECIBO-EXIT
           END-IF.
           MOVE SPACES TO SOCIO-CLAVE-STATUS.
           MOVE AUX-SOCIO-ID TO SOCIO-CLAVE-STATUS.
           READ REG-SOCIOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
               IF SOCIO-EMAIL-STATUS NOT = SPACES
                   AND NOT SOCIO-EMAIL-REBOTADO
                   AND NOT SOCIO-SIN-CARTAS
                   MOVE "E" TO AUX-CANAL-RECIBO
                   MOVE SOCIO-EMAIL-STATUS TO AUX-COLA-EMAIL
               END-IF
           END-READ.
           CLOSE REG-SOCIOS.
       ELEGIR-CANAL-RECIBO-EXIT.
           EXIT.

       EMITIR-LINEA-RECIBO.
           IF RECIBO-POR-EMAIL
               MOVE LINEA-RECIBO TO AUX-COLA-TEXTO
               PERFORM GRABAR-RENGLON-CORREO
           ELSE
               WRITE LINEA-RECIBO
           END-IF.

      *ABRE UN MENSAJE NUEVO EN LA COLA DE CORREO: TOMA EL NUMERO
      *DEL NUMERADOR (MISMO MANEJO QUE PROXIMO-RECIBO) Y GRABA EL
      *RENGLON 000 DE CABECERA PARA LA PASARELA.
       ABRIR-MENSAJE-CORREO.
           MOVE ZEROS TO AUX-COLA-NUMERO.
           OPEN INPUT COLA-NUMERADOR.
           IF NOT F-NOEXISTE-COLANUM
               READ COLA-NUMERADOR INTO AUX-COLA-NUMERO
                   AT END MOVE ZEROS TO AUX-COLA-NUMERO
               END-READ
               CLOSE COLA-NUMERADOR
           END-IF.
           ADD 1 TO AUX-COLA-NUMERO.
           OPEN OUTPUT COLA-NUMERADOR.
           MOVE AUX-COLA-NUMERO TO LINEA-COLA-NUMERADOR.
           WRITE LINEA-COLA-NUMERADOR.
           CLOSE COLA-NUMERADOR.
           OPEN EXTEND COLA-CORREO.
           IF F-NOEXISTE-COLA
               CLOSE COLA-CORREO
               OPEN OUTPUT COLA-CORREO
           END-IF.
           MOVE ZEROS TO AUX-COLA-RENGLON.
           MOVE SPACES TO LINEA-COLA.
           MOVE AUX-COLA-NUMERO    TO COLA-NUMERO.
           MOVE AUX-COLA-RENGLON   TO COLA-RENGLON.
           MOVE AUX-FECHA-HOY      TO COLA-FECHA.
           MOVE "MULTAS"           TO COLA-ORIGEN.
           MOVE AUX-SOCIO-ID       TO COLA-SOCIO.
           MOVE AUX-COLA-EMAIL     TO COLA-EMAIL.
           MOVE "BIBLIOTECA - RECIBO DE MULTAS" TO COLA-ASUNTO.
           WRITE LINEA-COLA.

      *UN RENGLON DE TEXTO (AUX-COLA-TEXTO) DEL MENSAJE EN CURSO.
       GRABAR-RENGLON-CORREO.
           ADD 1 TO AUX-COLA-RENGLON.
           MOVE SPACES TO LINEA-COLA.
           MOVE AUX-COLA-NUMERO  TO COLA-NUMERO.
           MOVE AUX-COLA-RENGLON TO COLA-RENGLON.
           MOVE AUX-COLA-TEXTO   TO COLA-LINEA.
           WRITE LINEA-COLA.

       CERRAR-MENSAJE-CORREO.
           CLOSE COLA-CORREO.

      *REIMPRESION: SE BUSCA EN EL LIBRO MAYOR LA FILA CON ESE
      *NUMERO DE RECIBO Y SE VUELVE A IMPRIMIR CON SUS DATOS.
           ELSE
               MOVE "PAGO MULTA" TO AUX-LEYENDA-RECIBO
           END-IF.
           MOVE "S" TO AUX-RECIBO-PAPEL.
           PERFORM IMPRIMIR-RECIBO.
           MOVE "N" TO AUX-RECIBO-PAPEL.
           DISPLAY "RECIBO " AUX-RECIBO " REIMPRESO.".
       REIMPRIMIR-RECIBO-EXIT.
           EXIT.
           EXIT.


      *CASTIGO DE SALDOS INCOBRABLES. ARMA LA CUENTA DE CADA SOCIO
      *(SALDO ARRASTRADO DEL ULTIMO CORTE MAS EL MAYOR VIVO, MISMA
      *CUENTA QUE CALCULAR-SALDO-SOCIO) CON SU ULTIMO MOVIMIENTO;
      *DE UN SOCIO SIN FILAS VIVAS SE TOMA LA FECHA DEL CORTE QUE LO
      *ARRASTRO, QUE ES POSTERIOR A SU ULTIMO MOVIMIENTO REAL. LOS
      *QUE DEBEN Y NO SE MOVIERON DESDE LA FECHA LIMITE SALEN EN LA
      *PROPUESTA; SOLO CON LA AUTORIZACION DEL SUPERVISOR SE ASIENTA
      *EL CASTIGO DE CADA UNO.
       CASTIGAR-INCOBRABLES.
           DISPLAY "Anios sin movimiento para castigar (ENTER="
                   AUX-ANIOS-CASTIGO "): " WITH NO ADVANCING.
           MOVE SPACES TO AUX-ANIOS-TEXTO.
           ACCEPT AUX-ANIOS-TEXTO.
           IF AUX-ANIOS-TEXTO NOT = SPACES
               IF AUX-ANIOS-TEXTO (2:1) = SPACE
                   MOVE AUX-ANIOS-TEXTO (1:1) TO AUX-ANIOS-TEXTO (2:1)
                   MOVE "0" TO AUX-ANIOS-TEXTO (1:1)
               END-IF
               IF AUX-ANIOS-TEXTO IS NUMERIC
                   AND AUX-ANIOS-TEXTO NOT = "00"
                   MOVE AUX-ANIOS-TEXTO TO AUX-ANIOS-CASTIGO
               ELSE
                   DISPLAY "CANTIDAD DE ANIOS INVALIDA."
                   GO TO CASTIGAR-INCOBRABLES-EXIT
               END-IF
           END-IF.
           ACCEPT AUX-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE AUX-FECHA-LIMITE-CAS = AUX-FECHA-HOY
                   - AUX-ANIOS-CASTIGO * 10000.
           MOVE ZEROS TO WS-CANT-CUENTAS-CAS WS-CAS-DESBORDADOS
                         WS-CANT-PROPUESTOS AUX-TOTAL-CASTIGO.
           PERFORM ARMAR-CUENTAS-CASTIGO
                   THRU ARMAR-CUENTAS-CASTIGO-EXIT.
           IF WS-CAS-DESBORDADOS NOT = ZEROS
               DISPLAY "LA TABLA DE " MAX-CUENTAS-CAS " CUENTAS SE "
                       "DESBORDO: NO SE PROPONE NINGUN CASTIGO."
               GO TO CASTIGAR-INCOBRABLES-EXIT
           END-IF.
           OPEN OUTPUT LISTADO-CASTIGOS.
           MOVE SPACES TO LINEA-LISTADO-CAS.
           STRING "PROPUESTA DE CASTIGO DE SALDOS INCOBRABLES AL "
                                          DELIMITED BY SIZE
                   AUX-FECHA-HOY          DELIMITED BY SIZE
                   INTO LINEA-LISTADO-CAS.
           WRITE LINEA-LISTADO-CAS.
           MOVE SPACES TO LINEA-LISTADO-CAS.
           STRING "SIN MOVIMIENTO DESDE EL " DELIMITED BY SIZE
                   AUX-FECHA-LIMITE-CAS   DELIMITED BY SIZE
                   INTO LINEA-LISTADO-CAS.
           WRITE LINEA-LISTADO-CAS.
           MOVE "SOCIO   ULTIMO MOV.  SALDO" TO LINEA-LISTADO-CAS.
           WRITE LINEA-LISTADO-CAS.
           PERFORM VARYING WS-IND-CAS FROM 1 BY 1
                   UNTIL WS-IND-CAS > WS-CANT-CUENTAS-CAS
               IF CTC-SALDO (WS-IND-CAS) > ZEROS
                   AND CTC-ULTIMA (WS-IND-CAS) < AUX-FECHA-LIMITE-CAS
                   ADD 1 TO WS-CANT-PROPUESTOS
                   ADD CTC-SALDO (WS-IND-CAS) TO AUX-TOTAL-CASTIGO
                   MOVE CTC-SALDO (WS-IND-CAS) TO AUX-IMPORTE-EDIT
                   MOVE SPACES TO LINEA-LISTADO-CAS
                   STRING CTC-SOCIO-ID (WS-IND-CAS) DELIMITED BY SIZE
                           "  "                     DELIMITED BY SIZE
                           CTC-ULTIMA (WS-IND-CAS)   DELIMITED BY SIZE
                           "     "                  DELIMITED BY SIZE
                           AUX-IMPORTE-EDIT         DELIMITED BY SIZE
                           INTO LINEA-LISTADO-CAS
                   WRITE LINEA-LISTADO-CAS
               END-IF
           END-PERFORM.
           MOVE AUX-TOTAL-CASTIGO TO AUX-TOTAL-EDIT.
           MOVE SPACES TO LINEA-LISTADO-CAS.
           STRING "SOCIOS: "             DELIMITED BY SIZE
                   WS-CANT-PROPUESTOS    DELIMITED BY SIZE
                   "  TOTAL A CASTIGAR: " DELIMITED BY SIZE
                   AUX-TOTAL-EDIT        DELIMITED BY SIZE
                   INTO LINEA-LISTADO-CAS.
           WRITE LINEA-LISTADO-CAS.
           CLOSE LISTADO-CASTIGOS.
           DISPLAY "PROPUESTA EN CASTIGOS-PROPUESTA.LST: "
                   WS-CANT-PROPUESTOS " SOCIOS, $" AUX-TOTAL-EDIT.
           IF WS-CANT-PROPUESTOS = ZEROS
               GO TO CASTIGAR-INCOBRABLES-EXIT
           END-IF.
           DISPLAY "Castigar los saldos propuestos (S/N): "
                   WITH NO ADVANCING.
           ACCEPT OPC-FINES.
           IF OPC-FINES NOT = "S" AND OPC-FINES NOT = "s"
               DISPLAY "CASTIGO NO APLICADO."
               GO TO CASTIGAR-INCOBRABLES-EXIT
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR THRU AUTORIZAR-SUPERVISOR-EXIT
           IF NOT SUPERVISOR-OK
               DISPLAY "CASTIGO NO AUTORIZADO."
               GO TO CASTIGAR-INCOBRABLES-EXIT
           END-IF.
           PERFORM VARYING WS-IND-CAS FROM 1 BY 1
                   UNTIL WS-IND-CAS > WS-CANT-CUENTAS-CAS
               IF CTC-SALDO (WS-IND-CAS) > ZEROS
                   AND CTC-ULTIMA (WS-IND-CAS) < AUX-FECHA-LIMITE-CAS
                   PERFORM ASENTAR-CASTIGO
               END-IF
           END-PERFORM.
           DISPLAY "CASTIGO ASENTADO: " WS-CANT-PROPUESTOS
                   " SOCIOS, $" AUX-TOTAL-EDIT " AUTORIZADO POR "
                   AUX-AUTORIZANTE ".".
       CASTIGAR-INCOBRABLES-EXIT.
           EXIT.

      *TABLA DE CUENTAS: PRIMERO EL SALDO ARRASTRADO, DESPUES CADA
      *FILA DEL MAYOR VIVO.
       ARMAR-CUENTAS-CASTIGO.
           OPEN INPUT SALDOS-FINES.
           IF NOT F-NOEXISTE-SALDOS
               READ SALDOS-FINES NEXT RECORD AT END
                   SET FIN-SALDOS-FINES TO TRUE
               END-READ
               PERFORM UNTIL FIN-SALDOS-FINES
                   MOVE SAL-SOCIO-ID TO WS-CAS-SOCIO
                   PERFORM UBICAR-CUENTA-CASTIGO
                   IF WS-IND-CTC NOT = ZEROS
                       COMPUTE CTC-SALDO (WS-IND-CTC) =
                               CTC-SALDO (WS-IND-CTC)
                               + SAL-ASIGNADO - SAL-PAGADO
                       IF SAL-FECHA-CORTE > CTC-ULTIMA (WS-IND-CTC)
                           MOVE SAL-FECHA-CORTE
                                   TO CTC-ULTIMA (WS-IND-CTC)
                       END-IF
                   END-IF
                   READ SALDOS-FINES NEXT RECORD AT END
                       SET FIN-SALDOS-FINES TO TRUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SALDOS-FINES.
           OPEN INPUT REG-FINES.
           IF F-NOEXISTE-FINES
               CLOSE REG-FINES
               GO TO ARMAR-CUENTAS-CASTIGO-EXIT
           END-IF.
           READ REG-FINES AT END SET FIN-REG-FINES TO TRUE END-READ.
           PERFORM UNTIL FIN-REG-FINES
               MOVE FINES-SOCIO-ID TO WS-CAS-SOCIO
               PERFORM UBICAR-CUENTA-CASTIGO
               IF WS-IND-CTC NOT = ZEROS
                   IF FINES-ASIGNADA
                       ADD FINES-MONTO TO CTC-SALDO (WS-IND-CTC)
                   ELSE
                       SUBTRACT FINES-MONTO FROM CTC-SALDO (WS-IND-CTC)
                   END-IF
                   IF FINES-FECHA > CTC-ULTIMA (WS-IND-CTC)
                       MOVE FINES-FECHA TO CTC-ULTIMA (WS-IND-CTC)
                   END-IF
               END-IF
               READ REG-FINES AT END SET FIN-REG-FINES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE REG-FINES.
       ARMAR-CUENTAS-CASTIGO-EXIT.
           EXIT.

       UBICAR-CUENTA-CASTIGO.
           MOVE ZEROS TO WS-IND-CTC.
           PERFORM VARYING WS-IND-CAS FROM 1 BY 1
                   UNTIL WS-IND-CAS > WS-CANT-CUENTAS-CAS
                       OR WS-IND-CTC NOT = ZEROS
               IF CTC-SOCIO-ID (WS-IND-CAS) = WS-CAS-SOCIO
                   MOVE WS-IND-CAS TO WS-IND-CTC
               END-IF
           END-PERFORM.
           IF WS-IND-CTC = ZEROS
               IF WS-CANT-CUENTAS-CAS < MAX-CUENTAS-CAS
                   ADD 1 TO WS-CANT-CUENTAS-CAS
                   MOVE WS-CANT-CUENTAS-CAS TO WS-IND-CTC
                   MOVE WS-CAS-SOCIO TO CTC-SOCIO-ID (WS-IND-CTC)
                   MOVE ZEROS TO CTC-SALDO (WS-IND-CTC)
                                 CTC-ULTIMA (WS-IND-CTC)
               ELSE
                   ADD 1 TO WS-CAS-DESBORDADOS
               END-IF
           END-IF.

      *CASTIGO DE LA CUENTA WS-IND-CAS: FILA "I" EN EL MAYOR, LINEA
      *"C" EN EL REGISTRO DE CASTIGOS Y NOTA EN LA FICHA DEL SOCIO.
       ASENTAR-CASTIGO.
           OPEN EXTEND REG-FINES.
           IF FS-REG-FINES = "05" OR FS-REG-FINES = "35"
               OPEN OUTPUT REG-FINES
           END-IF.
           MOVE CTC-SOCIO-ID (WS-IND-CAS) TO FINES-SOCIO-ID.
           MOVE ZEROS         TO FINES-LIBRO-ID.
           MOVE AUX-FECHA-HOY TO FINES-FECHA.
           SET FINES-CASTIGADA TO TRUE.
           MOVE CTC-SALDO (WS-IND-CAS) TO FINES-MONTO.
           MOVE ZEROS         TO FINES-DIAS-ATRASO.
           MOVE ZEROS         TO FINES-FECHA-PRESTAMO.
           MOVE "INCOBRABLE"  TO FINES-MOTIVO.
           MOVE AUX-AUTORIZANTE TO FINES-AUTORIZANTE.
           MOVE ZEROS         TO FINES-RECIBO.
           MOVE AUX-SUCURSAL  TO FINES-SUCURSAL.
           WRITE FINES-TRANSACCION.
           CLOSE REG-FINES.
           OPEN EXTEND CASTIGOS.
           IF F-NOEXISTE-CAS
               CLOSE CASTIGOS
               OPEN OUTPUT CASTIGOS
           END-IF.
           MOVE CTC-SOCIO-ID (WS-IND-CAS) TO CAS-SOCIO-ID.
           MOVE AUX-FECHA-HOY TO CAS-FECHA.
           SET CAS-CASTIGO    TO TRUE.
           MOVE CTC-SALDO (WS-IND-CAS) TO CAS-MONTO.
           MOVE CTC-ULTIMA (WS-IND-CAS) TO CAS-ULTIMA-ACTIVIDAD.
           MOVE AUX-AUTORIZANTE TO CAS-AUTORIZANTE.
           MOVE AUX-SUCURSAL  TO CAS-SUCURSAL.
           WRITE LINEA-CASTIGO.
           CLOSE CASTIGOS.
           MOVE CTC-SOCIO-ID (WS-IND-CAS) TO WS-NOTA-SOCIO.
           MOVE SPACES TO WS-NOTA-TEXTO.
           MOVE CTC-SALDO (WS-IND-CAS) TO AUX-IMPORTE-EDIT.
           STRING AUX-FECHA-HOY DELIMITED BY SIZE
                   " PROG-PAGOS-F: SALDO INCOBRABLE CASTIGADO $"
                   DELIMITED BY SIZE
                   AUX-IMPORTE-EDIT DELIMITED BY SIZE
                   " AUT " DELIMITED BY SIZE
                   AUX-AUTORIZANTE DELIMITED BY SIZE
                   INTO WS-NOTA-TEXTO.
           PERFORM AGREGAR-NOTA-SOCIO THRU AGREGAR-NOTA-SOCIO-EXIT.

      *EL SOCIO CON DEUDA CASTIGADA VOLVIO: LO CASTIGADO Y NO
      *REHABILITADO TODAVIA VUELVE A SU CUENTA COMO FILA "A" MOTIVO
      *"REHABILITA" (DEUDA, NO MULTA NUEVA) Y QUEDA LA LINEA "R" EN
      *EL REGISTRO DE CASTIGOS.
       REHABILITAR-CASTIGO.
           MOVE ZEROS TO AUX-CAS-PENDIENTE.
           OPEN INPUT CASTIGOS.
           IF F-NOEXISTE-CAS
               CLOSE CASTIGOS
               GO TO REHABILITAR-CASTIGO-EXIT
           END-IF.
           READ CASTIGOS AT END SET FIN-CASTIGOS TO TRUE END-READ.
           PERFORM UNTIL FIN-CASTIGOS
               IF CAS-SOCIO-ID = AUX-SOCIO-ID
                   IF CAS-CASTIGO
                       ADD CAS-MONTO TO AUX-CAS-PENDIENTE
                   ELSE
                       SUBTRACT CAS-MONTO FROM AUX-CAS-PENDIENTE
                   END-IF
               END-IF
               READ CASTIGOS AT END SET FIN-CASTIGOS TO TRUE END-READ
           END-PERFORM.
           CLOSE CASTIGOS.
           IF AUX-CAS-PENDIENTE NOT > ZEROS
               GO TO REHABILITAR-CASTIGO-EXIT
           END-IF.
           ACCEPT AUX-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN EXTEND REG-FINES.
           IF FS-REG-FINES = "05" OR FS-REG-FINES = "35"
               OPEN OUTPUT REG-FINES
           END-IF.
           MOVE AUX-SOCIO-ID  TO FINES-SOCIO-ID.
           MOVE ZEROS         TO FINES-LIBRO-ID.
           MOVE AUX-FECHA-HOY TO FINES-FECHA.
           SET FINES-ASIGNADA TO TRUE.
           MOVE AUX-CAS-PENDIENTE TO FINES-MONTO.
           MOVE ZEROS         TO FINES-DIAS-ATRASO.
           MOVE ZEROS         TO FINES-FECHA-PRESTAMO.
           MOVE "REHABILITA"  TO FINES-MOTIVO.
           MOVE AUX-USUARIO-CLAVE TO FINES-AUTORIZANTE.
           MOVE ZEROS         TO FINES-RECIBO.
           MOVE AUX-SUCURSAL  TO FINES-SUCURSAL.
           WRITE FINES-TRANSACCION.
           CLOSE REG-FINES.
           OPEN EXTEND CASTIGOS.
           IF F-NOEXISTE-CAS
               CLOSE CASTIGOS
               OPEN OUTPUT CASTIGOS
           END-IF.
           MOVE AUX-SOCIO-ID  TO CAS-SOCIO-ID.
           MOVE AUX-FECHA-HOY TO CAS-FECHA.
           SET CAS-REHABILITACION TO TRUE.
           MOVE AUX-CAS-PENDIENTE TO CAS-MONTO.
           MOVE AUX-FECHA-HOY TO CAS-ULTIMA-ACTIVIDAD.
           MOVE AUX-USUARIO-CLAVE TO CAS-AUTORIZANTE.
           MOVE AUX-SUCURSAL  TO CAS-SUCURSAL.
           WRITE LINEA-CASTIGO.
           CLOSE CASTIGOS.
           MOVE AUX-SOCIO-ID TO WS-NOTA-SOCIO.
           MOVE SPACES TO WS-NOTA-TEXTO.
           MOVE AUX-CAS-PENDIENTE TO AUX-IMPORTE-EDIT.
           STRING AUX-FECHA-HOY DELIMITED BY SIZE
                   " PROG-PAGOS-F: DEUDA CASTIGADA REHABILITADA $"
                   DELIMITED BY SIZE
                   AUX-IMPORTE-EDIT DELIMITED BY SIZE
                   INTO WS-NOTA-TEXTO.
           PERFORM AGREGAR-NOTA-SOCIO THRU AGREGAR-NOTA-SOCIO-EXIT.
           DISPLAY "DEUDA CASTIGADA REHABILITADA: $" AUX-IMPORTE-EDIT.
       REHABILITAR-CASTIGO-EXIT.
           EXIT.

      *REPORTE ANUAL PARA LA AUDITORIA: CADA CASTIGO Y CADA
      *REHABILITACION DEL ANIO PEDIDO, CON LOS TOTALES Y EL NETO
      *QUE SALIO DE LAS CUENTAS A COBRAR.
       REPORTE-ANUAL-CASTIGOS.
           DISPLAY "Anio del reporte (AAAA): " WITH NO ADVANCING.
           MOVE ZEROS TO AUX-ANIO-CASTIGOS.
           ACCEPT AUX-ANIO-CASTIGOS.
           IF AUX-ANIO-CASTIGOS = ZEROS
               GO TO REPORTE-ANUAL-CASTIGOS-EXIT
           END-IF.
           MOVE ZEROS TO AUX-TOTAL-CASTIGO AUX-TOTAL-REHABILITADO
                         WS-CANT-PROPUESTOS.
           OPEN INPUT CASTIGOS.
           IF F-NOEXISTE-CAS
               DISPLAY "NO HAY CASTIGOS REGISTRADOS."
               CLOSE CASTIGOS
               GO TO REPORTE-ANUAL-CASTIGOS-EXIT
           END-IF.
           OPEN OUTPUT ANUAL-CASTIGOS.
           MOVE SPACES TO LINEA-ANUAL-CAS.
           STRING "CASTIGOS DE SALDOS INCOBRABLES - ANIO "
                                          DELIMITED BY SIZE
                   AUX-ANIO-CASTIGOS      DELIMITED BY SIZE
                   INTO LINEA-ANUAL-CAS.
           WRITE LINEA-ANUAL-CAS.
           MOVE "FECHA    TIPO SOCIO  ULTIMO MOV. IMPORTE     AUTORIZ"
               TO LINEA-ANUAL-CAS.
           WRITE LINEA-ANUAL-CAS.
           READ CASTIGOS AT END SET FIN-CASTIGOS TO TRUE END-READ.
           PERFORM UNTIL FIN-CASTIGOS
               IF CAS-FECHA (1:4) = AUX-ANIO-CASTIGOS
                   ADD 1 TO WS-CANT-PROPUESTOS
                   IF CAS-CASTIGO
                       ADD CAS-MONTO TO AUX-TOTAL-CASTIGO
                   ELSE
                       ADD CAS-MONTO TO AUX-TOTAL-REHABILITADO
                   END-IF
                   MOVE CAS-MONTO TO AUX-IMPORTE-EDIT
                   MOVE SPACES TO LINEA-ANUAL-CAS
                   STRING CAS-FECHA            DELIMITED BY SIZE
                           "  "                DELIMITED BY SIZE
                           CAS-TIPO            DELIMITED BY SIZE
                           "  "                DELIMITED BY SIZE
                           CAS-SOCIO-ID        DELIMITED BY SIZE
                           " "                 DELIMITED BY SIZE
                           CAS-ULTIMA-ACTIVIDAD DELIMITED BY SIZE
                           "    "              DELIMITED BY SIZE
                           AUX-IMPORTE-EDIT    DELIMITED BY SIZE
                           " "                 DELIMITED BY SIZE
                           CAS-AUTORIZANTE     DELIMITED BY SIZE
                           INTO LINEA-ANUAL-CAS
                   WRITE LINEA-ANUAL-CAS
               END-IF
               READ CASTIGOS AT END SET FIN-CASTIGOS TO TRUE END-READ
           END-PERFORM.
           CLOSE CASTIGOS.
           MOVE AUX-TOTAL-CASTIGO TO AUX-TOTAL-EDIT.
           MOVE SPACES TO LINEA-ANUAL-CAS.
           STRING "TOTAL CASTIGADO:     " DELIMITED BY SIZE
                   AUX-TOTAL-EDIT         DELIMITED BY SIZE
                   INTO LINEA-ANUAL-CAS.
           WRITE LINEA-ANUAL-CAS.
           MOVE AUX-TOTAL-REHABILITADO TO AUX-TOTAL-EDIT.
           MOVE SPACES TO LINEA-ANUAL-CAS.
           STRING "TOTAL REHABILITADO:  " DELIMITED BY SIZE
                   AUX-TOTAL-EDIT         DELIMITED BY SIZE
                   INTO LINEA-ANUAL-CAS.
           WRITE LINEA-ANUAL-CAS.
           MOVE SPACES TO LINEA-ANUAL-CAS.
           IF AUX-TOTAL-CASTIGO < AUX-TOTAL-REHABILITADO
               SUBTRACT AUX-TOTAL-CASTIGO FROM AUX-TOTAL-REHABILITADO
                       GIVING AUX-TOTAL-EDIT
               STRING "NETO REHABILITADO:   " DELIMITED BY SIZE
                       AUX-TOTAL-EDIT         DELIMITED BY SIZE
                       INTO LINEA-ANUAL-CAS
           ELSE
               SUBTRACT AUX-TOTAL-REHABILITADO FROM AUX-TOTAL-CASTIGO
                       GIVING AUX-TOTAL-EDIT
               STRING "NETO CASTIGADO:      " DELIMITED BY SIZE
                       AUX-TOTAL-EDIT         DELIMITED BY SIZE
                       INTO LINEA-ANUAL-CAS
           END-IF.
           WRITE LINEA-ANUAL-CAS.
           CLOSE ANUAL-CASTIGOS.
           DISPLAY "CASTIGOS-ANUAL.LST GENERADO: " WS-CANT-PROPUESTOS
                   " MOVIMIENTOS.".
       REPORTE-ANUAL-CASTIGOS-EXIT.
           EXIT.

      *CARGA EL CALENDARIO DE DIAS CERRADOS EN MEMORIA (UNA SOLA VEZ
      *POR CORRIDA). SIN ARCHIVO DE CALENDARIO NO HAY DIAS CERRADOS.
       CARGAR-CALENDARIO-CIERRE.
           DISPLAY "Codigo de socio: " WITH NO ADVANCING
           PERFORM PEDIR-CODIGO-SOCIO
                   THRU PEDIR-CODIGO-SOCIO-EXIT
           PERFORM REHABILITAR-CASTIGO THRU REHABILITAR-CASTIGO-EXIT
           PERFORM CALCULAR-SALDO-SOCIO THRU CALCULAR-SALDO-SOCIO-EXIT
           MOVE AUX-SALDO-ADEUDADO TO AUX-IMPORTE-EDIT
           DISPLAY "SALDO ADEUDADO ACTUAL: " AUX-IMPORTE-EDIT
                   GO TO REGISTRAR-PAGO-EXIT
               END-IF
           END-IF.
           PERFORM PEDIR-SALDO-PREPAGO THRU PEDIR-SALDO-PREPAGO-EXIT.
           ACCEPT AUX-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN EXTEND REG-FINES.
           IF FS-REG-FINES = "05" OR FS-REG-FINES = "35"
           WRITE FINES-TRANSACCION.
           CLOSE REG-FINES.
           PERFORM ASENTAR-PAGO-EN-CAJA.
           IF AUX-PPG-USADO NOT = ZEROS
               PERFORM ASENTAR-CONSUMO-PREPAGO
           END-IF.
           MOVE "PAGO MULTA" TO AUX-LEYENDA-RECIBO.
           PERFORM IMPRIMIR-RECIBO.
           MOVE ZEROS TO AUX-PPG-USADO.
           DISPLAY "PAGO REGISTRADO. RECIBO NRO " AUX-RECIBO ".".
       REGISTRAR-PAGO-EXIT.
           EXIT.

      *SI EL SOCIO TIENE SALDO PREPAGO SE OFRECE USARLO: CUBRE EL
      *PAGO HASTA DONDE ALCANCE Y EL RESTO SE COBRA EN EFECTIVO.
       PEDIR-SALDO-PREPAGO.
           MOVE ZEROS TO AUX-PPG-USADO AUX-PPG-SALDO.
           OPEN INPUT PREPAGOS.
           IF F-NOEXISTE-PPG
               CLOSE PREPAGOS
               GO TO PEDIR-SALDO-PREPAGO-EXIT
           END-IF.
           READ PREPAGOS AT END SET FIN-PREPAGOS TO TRUE END-READ.
           PERFORM UNTIL FIN-PREPAGOS
               IF PPG-SOCIO-ID = AUX-SOCIO-ID
                   IF PPG-CARGA
                       ADD PPG-IMPORTE TO AUX-PPG-SALDO
                   ELSE
                       SUBTRACT PPG-IMPORTE FROM AUX-PPG-SALDO
                   END-IF
               END-IF
               READ PREPAGOS AT END SET FIN-PREPAGOS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PREPAGOS.
           IF AUX-PPG-SALDO NOT > ZEROS
               GO TO PEDIR-SALDO-PREPAGO-EXIT
           END-IF.
           MOVE AUX-PPG-SALDO TO AUX-IMPORTE-EDIT.
           DISPLAY "EL SOCIO TIENE SALDO PREPAGO: " AUX-IMPORTE-EDIT.
           DISPLAY "Usar el saldo prepago (S/N): " WITH NO ADVANCING.
           ACCEPT OPC-FINES.
           IF OPC-FINES NOT = "S" AND OPC-FINES NOT = "s"
               GO TO PEDIR-SALDO-PREPAGO-EXIT
           END-IF.
           IF AUX-PPG-SALDO < AUX-MONTO
               MOVE AUX-PPG-SALDO TO AUX-PPG-USADO
           ELSE
               MOVE AUX-MONTO TO AUX-PPG-USADO
           END-IF.
           MOVE AUX-PPG-USADO TO AUX-IMPORTE-EDIT.
           DISPLAY "PAGADO CON SALDO PREPAGO: " AUX-IMPORTE-EDIT.
       PEDIR-SALDO-PREPAGO-EXIT.
           EXIT.

      *LA PARTE DEL PAGO CUBIERTA CON SALDO PREPAGO: LINEA "M" EN
      *EL MAYOR DE PREPAGOS CON EL NUMERO DE RECIBO Y LINEA "S" EN
      *LA CAJA, QUE LE RESTA AL EFECTIVO ESPERADO LO QUE NO ENTRO.
       ASENTAR-CONSUMO-PREPAGO.
           OPEN EXTEND PREPAGOS.
           IF F-NOEXISTE-PPG
               CLOSE PREPAGOS
               OPEN OUTPUT PREPAGOS
           END-IF.
           MOVE AUX-SOCIO-ID  TO PPG-SOCIO-ID.
           MOVE AUX-FECHA-HOY TO PPG-FECHA.
           MOVE "M"           TO PPG-TIPO.
           MOVE AUX-PPG-USADO TO PPG-IMPORTE.
           MOVE SPACES        TO PPG-COMPROBANTE.
           STRING "REC "      DELIMITED BY SIZE
                   AUX-RECIBO DELIMITED BY SIZE
                   INTO PPG-COMPROBANTE.
           MOVE AUX-SUCURSAL  TO PPG-SUCURSAL.
           MOVE AUX-USUARIO-CLAVE TO PPG-OPERADOR.
           WRITE LINEA-PREPAGO.
           CLOSE PREPAGOS.
           OPEN EXTEND CAJA-MOVIMIENTOS.
           IF F-NOEXISTE-CAJA
               CLOSE CAJA-MOVIMIENTOS
               OPEN OUTPUT CAJA-MOVIMIENTOS
           END-IF.
           MOVE AUX-FECHA-HOY TO CAJA-FECHA.
           MOVE "S"           TO CAJA-TIPO.
           MOVE AUX-PPG-USADO TO CAJA-IMPORTE.
           MOVE SPACES        TO CAJA-REFERENCIA.
           STRING "PRE "        DELIMITED BY SIZE
                   AUX-SOCIO-ID DELIMITED BY SIZE
                   INTO CAJA-REFERENCIA.
           MOVE AUX-SUCURSAL  TO CAJA-SUCURSAL.
           MOVE AUX-USUARIO-CLAVE TO CAJA-OPERADOR.
           WRITE LINEA-CAJA.
           CLOSE CAJA-MOVIMIENTOS.

      *ASIENTA EL EFECTIVO DEL PAGO RECIEN REGISTRADO COMO
      *MOVIMIENTO DE CAJA TIPO "M", CON EL SOCIO COMO REFERENCIA,
      *PARA QUE 050-CIERRE-DE-CAJA EN VENTAS-LOCAL LO SUME AL
