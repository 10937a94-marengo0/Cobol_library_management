       IDENTIFICATION DIVISION.
       PROGRAM-ID.                BIENES.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *REGISTRO DE BIENES DE USO: LAS COMPUTADORAS, ESCANERES,
      *IMPRESORAS DE RECIBOS Y MUEBLES A NUESTRO CARGO SOLO ESTABAN
      *EN UNA PLANILLA VIEJA DE INVENTARIO (EL PROYECTOR Y LAS
      *CABINAS DE LECTURA SON RECURSOS RESERVABLES DE
      *RESERVA-SALAS, NO ESTO) Y LA MUNICIPALIDAD PIDE CADA ANIO LA
      *LISTA DE BIENES CON SU VALOR. BIENES.DAT TIENE UNA FICHA POR
      *BIEN CON SU NUMERO DE PATRIMONIO (EL DE LA ETIQUETA PEGADA EN
      *EL BIEN), DESCRIPCION, CLASE, SUCURSAL Y LUGAR DENTRO DE ELLA,
      *FECHA DE COMPRA, PROVEEDOR DE PROVEEDORES.DAT Y COSTO; UNA
      *CLAVE ALTERNATIVA EN ORDEN DE SUCURSAL Y LUGAR (MISMO ESQUEMA
      *QUE UBICACIONES.DAT) ORDENA LA PLANILLA DE RECUENTO.
      *LA AMORTIZACION ES EN LINEA RECTA SEGUN LA VIDA UTIL DE LA
      *CLASE Y LA CALCULA DEPRECIA-BIEN.CBL. LA BAJA DEJA FECHA,
      *MOTIVO Y VALOR DE RECUPERO (EL BIEN QUEDA EN EL ARCHIVO PARA
      *LA LISTA ANUAL); LAS REPARACIONES SE ENVIAN Y RECIBEN EN
      *REPARACIONES.CBL, QUE PONE EL BIEN "EN REPARACION" Y AL
      *VOLVER LE SUMA EL COSTO. SALIDAS:
      *  - BIENES-RECUENTO.LST: PLANILLA DE RECUENTO ANUAL POR
      *    SUCURSAL Y LUGAR, CON CASILLA PARA TILDAR.
      *  - BIENES-VALUACION.LST: VALUACION PARA LA RENOVACION DEL
      *    SEGURO Y LA LISTA MUNICIPAL A UNA FECHA DE CORTE (COSTO,
      *    AMORTIZACION ACUMULADA Y VALOR NETO POR BIEN, TOTALES POR
      *    CLASE Y BAJAS DEL ANIO). REP-VALUACION SUMA LOS MISMOS
      *    TOTALES EN SU REPORTE DE LA COLECCION.
      *EL NOMBRE DE LA BIBLIOTECA Y LA SUCURSAL QUE TOMA EL ENTER
      *SE TOMAN DE LOS PARAMETROS DEL SISTEMA (MANT-PARAMETROS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIENES ASSIGN TO "BIENES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIE-NUMERO
               ALTERNATE RECORD KEY IS BIE-ORDEN
               FILE STATUS IS FS-BIENES.

           SELECT PROVEEDORES ASSIGN TO "PROVEEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROV-CODIGO
               FILE STATUS IS FS-PROVEEDORES.

           SELECT SUCURSALES ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUC-CODIGO
               FILE STATUS IS FS-SUCURSALES.

           SELECT PLANILLA-RECUENTO ASSIGN TO "BIENES-RECUENTO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

           SELECT REPORTE-VALUACION ASSIGN TO "BIENES-VALUACION.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

      *BIE-ORDEN REPITE EL NUMERO PARA QUE LA CLAVE DE RECUENTO SEA
      *UNICA AUNQUE DOS BIENES COMPARTAN LUGAR.
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

       FD PROVEEDORES.
       01 DATOS-PROVEEDOR.
           05 PROV-CODIGO             PIC 9(4).
           05 PROV-NOMBRE             PIC X(30).
           05 PROV-DOMICILIO          PIC X(40).

       FD SUCURSALES.
       01 DATOS-SUCURSAL.
           05 SUC-CODIGO              PIC X(3).
           05 SUC-NOMBRE              PIC X(30).
           05 SUC-DOMICILIO           PIC X(40).

       FD PLANILLA-RECUENTO.
       01 LINEA-PLANILLA              PIC X(80).

       FD REPORTE-VALUACION.
       01 LINEA-REPORTE               PIC X(80).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-BIENES                PIC XX.
           88 ESTA-BIEN            VALUE "00" "02".
           88 FIN-BIENES           VALUE "10".
           88 F-NOEXISTE-BIE       VALUE "35".

       77 FS-PROVEEDORES           PIC XX.
           88 ESTA-PROVEEDOR       VALUE "00" "02".
           88 F-NOEXISTE-PROV      VALUE "35".

       77 FS-SUCURSALES            PIC XX.
           88 ESTA-SUCURSAL        VALUE "00" "02".
           88 F-NOEXISTE-SUC       VALUE "35".

       77 FS-REPORTE               PIC XX.

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

       77 NOMBRE-BIBLIOTECA        PIC X(30)
               VALUE "BIBLIOTECA POPULAR MUNICIPAL".
      *SUCURSAL QUE TOMA EL ENTER (PARAMETRO SUCURSAL-DEF).
       77 SUCURSAL-DEFECTO         PIC X(3) VALUE "SED".

      *PARAMETROS DEL SISTEMA (LEE-PARAMETRO.CBL): SIN REGISTRO EN
      *PARAMETROS-SISTEMA.DAT QUEDA EL VALOR DE SIEMPRE.
       01 LPA-PARAMETROS.
           05 LPA-CLAVE            PIC X(15).
           05 LPA-VALOR            PIC X(60).
           05 LPA-NUMERO           PIC 9(9)V99.
           05 LPA-RESULTADO        PIC X(2).
               88 PARAMETRO-HALLADO VALUE "OK".

      *AMORTIZACION DE UN BIEN (DEPRECIA-BIEN.CBL).
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

       01 FSR-PARAMETROS.
           05 FSR-ACCION           PIC X(1).
           05 FSR-FECHA            PIC 9(8).
           05 FSR-SERIAL           PIC 9(7).
           05 FSR-DIA-SEMANA       PIC 9(1).
           05 FSR-RESULTADO        PIC X(2).

       77 WS-OPC                   PIC 9(1) VALUE ZEROS.
       77 WS-TERMINAR-PROG         PIC X(2) VALUE "NO".
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-CONFIRMA              PIC X(2) VALUE SPACES.
       77 WS-NUMERO                PIC 9(6) VALUE ZEROS.
       77 WS-DESCRIPCION           PIC X(40) VALUE SPACES.
       77 WS-CLASE                 PIC X(3) VALUE SPACES.
       77 WS-SUCURSAL              PIC X(3) VALUE SPACES.
       77 WS-UBICACION             PIC X(20) VALUE SPACES.
       77 WS-FECHA-COMPRA          PIC 9(8) VALUE ZEROS.
       77 WS-PROVEEDOR             PIC 9(4) VALUE ZEROS.
       77 WS-COSTO                 PIC 9(7) VALUE ZEROS.
       77 WS-MOTIVO                PIC X(30) VALUE SPACES.
       77 WS-VALOR-RECUPERO        PIC 9(7) VALUE ZEROS.
       77 WS-FECHA-CORTE           PIC 9(8) VALUE ZEROS.
       77 WS-SUC-VALIDA            PIC X VALUE "N".
       77 WS-PROV-VALIDO           PIC X VALUE "N".
       77 WS-NOMBRE-PROV           PIC X(30) VALUE SPACES.

      *RECUENTO: SUCURSAL PEDIDA (BLANCO = TODAS) Y CORTES.
       77 WS-SUC-FILTRO            PIC X(3) VALUE SPACES.
       77 WS-SUC-ANTERIOR          PIC X(3) VALUE SPACES.
       77 WS-UBI-ANTERIOR          PIC X(20) VALUE SPACES.
       77 WS-FIN-LISTA             PIC X(2) VALUE "NO".
       77 WS-BIE-SUCURSAL          PIC 9(5) VALUE ZEROS.
       77 WS-BIE-TOTAL             PIC 9(5) VALUE ZEROS.
       77 WS-BIE-TALLER            PIC 9(5) VALUE ZEROS.

      *VALUACION: TOTALES POR CLASE (LA ULTIMA FILA JUNTA LAS
      *CLASES QUE NO ESTAN EN LA TABLA DE DEPRECIA-BIEN).
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
       01 TABLA-TOTALES.
           05 TOT-ENT OCCURS 6 TIMES.
               10 TOT-CANTIDAD     PIC 9(5).
               10 TOT-COSTO        PIC 9(10)V99.
               10 TOT-AMORTIZACION PIC 9(10)V99.
               10 TOT-NETO         PIC 9(10)V99.
       77 WS-IND                   PIC 9(2) VALUE ZEROS.
       77 WS-IND-CLASE             PIC 9(2) VALUE ZEROS.
       77 WS-TOTAL-COSTO           PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOTAL-AMORTIZACION    PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOTAL-NETO            PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOTAL-CANTIDAD        PIC 9(5) VALUE ZEROS.
       77 WS-CANT-BAJAS            PIC 9(5) VALUE ZEROS.
       77 WS-TOTAL-RECUPERO        PIC 9(10)V99 VALUE ZEROS.
      *IMPORTE EDITADO CON PUNTO DECIMAL PARA EL REPORTE.
       77 WS-IMPORTE-EDIT          PIC 9(10).99 VALUE ZEROS.
       77 WS-IMPORTE-EDIT-2        PIC 9(10).99 VALUE ZEROS.
       77 WS-IMPORTE-EDIT-3        PIC 9(10).99 VALUE ZEROS.

       01 WS-DETALLE-RECUENTO.
           05 FILLER                  PIC X(4) VALUE "[ ] ".
           05 DRE-UBICACION           PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DRE-NUMERO              PIC 9(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DRE-DESCRIPCION         PIC X(30).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DRE-CLASE               PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DRE-NOTA                PIC X(13).

       01 WS-DETALLE-VALUACION.
           05 DVA-NUMERO              PIC 9(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DVA-DESCRIPCION         PIC X(24).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DVA-CLASE               PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DVA-SUCURSAL            PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DVA-FECHA-COMPRA        PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DVA-COSTO               PIC ZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DVA-AMORTIZACION        PIC ZZZZZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DVA-NETO                PIC ZZZZZZ9.99.

       01 WS-DETALLE-BAJA.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DBA-NUMERO              PIC 9(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DBA-DESCRIPCION         PIC X(24).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DBA-FECHA-BAJA          PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DBA-MOTIVO              PIC X(25).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DBA-RECUPERO            PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       010-MENU.
           MOVE ZERO TO RETURN-CODE.
           PERFORM CARGAR-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== BIENES DE USO (EQUIPOS Y MUEBLES) ====="
               DISPLAY "1. ALTA DE BIEN"
               DISPLAY "2. CONSULTA / TRASLADO DE BIEN"
               DISPLAY "3. BAJA DE BIEN"
               DISPLAY "4. PLANILLA DE RECUENTO (BIENES-RECUENTO.LST)"
               DISPLAY "5. VALUACION (BIENES-VALUACION.LST)"
               DISPLAY "0. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-ALTA THRU 020-ALTA-EXIT
                   WHEN 2 PERFORM 030-CONSULTA THRU 030-CONSULTA-EXIT
                   WHEN 3 PERFORM 040-BAJA THRU 040-BAJA-EXIT
                   WHEN 4 PERFORM 050-RECUENTO THRU 050-RECUENTO-EXIT
                   WHEN 5 PERFORM 060-VALUACION
                                  THRU 060-VALUACION-EXIT
                   WHEN 0 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION NO VALIDA"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *ALTA: EL NUMERO ES EL DE LA ETIQUETA DE PATRIMONIO. LOS BIENES
      *QUE VIENEN DE LA PLANILLA VIEJA PUEDEN NO TENER PROVEEDOR
      *CONOCIDO (PROVEEDOR 0).
       020-ALTA.
           DISPLAY "NUMERO DE PATRIMONIO: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO.
           IF WS-NUMERO = ZEROS
               GO TO 020-ALTA-EXIT
           END-IF.
           PERFORM 070-ABRIR-BIENES.
           MOVE WS-NUMERO TO BIE-NUMERO.
           READ BIENES
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-BIEN
               DISPLAY "YA EXISTE EL BIEN " WS-NUMERO ": "
                       BIE-DESCRIPCION
               CLOSE BIENES
               GO TO 020-ALTA-EXIT
           END-IF.
           CLOSE BIENES.
           DISPLAY "DESCRIPCION: " WITH NO ADVANCING.
           MOVE SPACES TO WS-DESCRIPCION.
           ACCEPT WS-DESCRIPCION.
           IF WS-DESCRIPCION = SPACES
               GO TO 020-ALTA-EXIT
           END-IF.
           DISPLAY "CLASE (COM/PER/AUD/MOB/OTR): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CLASE.
           ACCEPT WS-CLASE.
           INSPECT WS-CLASE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-CLASE TO DBI-CLASE.
           MOVE ZEROS TO DBI-COSTO.
           MOVE WS-FECHA-HOY TO DBI-FECHA-COMPRA DBI-FECHA-CORTE.
           CALL "DEPRECIA-BIEN" USING DBI-PARAMETROS.
           IF DBI-RESULTADO = "CL"
               DISPLAY "CLASE INEXISTENTE."
               GO TO 020-ALTA-EXIT
           END-IF.
           DISPLAY DBI-DESCRIPCION " - VIDA UTIL " DBI-VIDA-ANIOS
                   " ANIOS".
           PERFORM 080-PEDIR-SUCURSAL THRU 080-PEDIR-SUCURSAL-EXIT.
           IF WS-SUC-VALIDA NOT = "S"
               GO TO 020-ALTA-EXIT
           END-IF.
           DISPLAY "LUGAR DENTRO DE LA SUCURSAL: " WITH NO ADVANCING.
           MOVE SPACES TO WS-UBICACION.
           ACCEPT WS-UBICACION.
           INSPECT WS-UBICACION CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "FECHA DE COMPRA (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-FECHA-COMPRA.
           MOVE "S" TO FSR-ACCION.
           MOVE WS-FECHA-COMPRA TO FSR-FECHA.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           IF FSR-RESULTADO NOT = "OK" OR WS-FECHA-COMPRA > WS-FECHA-HOY
               DISPLAY "FECHA DE COMPRA INVALIDA."
               GO TO 020-ALTA-EXIT
           END-IF.
           DISPLAY "PROVEEDOR (0=DESCONOCIDO): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-PROVEEDOR.
           ACCEPT WS-PROVEEDOR.
           PERFORM 090-VALIDAR-PROVEEDOR
                   THRU 090-VALIDAR-PROVEEDOR-EXIT.
           IF WS-PROV-VALIDO NOT = "S"
               DISPLAY "EL PROVEEDOR NO EXISTE EN EL MAESTRO."
               GO TO 020-ALTA-EXIT
           END-IF.
           DISPLAY "COSTO DE COMPRA: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-COSTO.
           ACCEPT WS-COSTO.
           PERFORM 070-ABRIR-BIENES.
           INITIALIZE DATOS-BIEN.
           MOVE WS-NUMERO       TO BIE-NUMERO BIE-NUMERO-ORDEN.
           MOVE WS-SUCURSAL     TO BIE-SUCURSAL.
           MOVE WS-UBICACION    TO BIE-UBICACION.
           MOVE WS-DESCRIPCION  TO BIE-DESCRIPCION.
           MOVE WS-CLASE        TO BIE-CLASE.
           MOVE WS-FECHA-COMPRA TO BIE-FECHA-COMPRA.
           MOVE WS-PROVEEDOR    TO BIE-PROVEEDOR.
           MOVE WS-COSTO        TO BIE-COSTO.
           SET BIE-EN-USO       TO TRUE.
           MOVE WS-FECHA-HOY    TO BIE-FECHA-ALTA.
           WRITE DATOS-BIEN
               INVALID KEY
               DISPLAY "ERROR AL GRABAR EL BIEN."
               MOVE "BIENES.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-BIENES    TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
           END-WRITE.
           CLOSE BIENES.
           DISPLAY "BIEN " WS-NUMERO " DADO DE ALTA.".
       020-ALTA-EXIT.
           EXIT.

      *FICHA DEL BIEN CON SU VALOR A HOY. EL UNICO CAMBIO QUE SE
      *ADMITE ES EL TRASLADO (SUCURSAL Y LUGAR) Y LA DESCRIPCION;
      *COSTO, CLASE Y FECHA DE COMPRA HACEN A LA AMORTIZACION.
       030-CONSULTA.
           DISPLAY "NUMERO DE PATRIMONIO: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO.
           IF WS-NUMERO = ZEROS
               GO TO 030-CONSULTA-EXIT
           END-IF.
           OPEN I-O BIENES.
           IF F-NOEXISTE-BIE
               DISPLAY "NO HAY BIENES REGISTRADOS."
               CLOSE BIENES
               GO TO 030-CONSULTA-EXIT
           END-IF.
           MOVE WS-NUMERO TO BIE-NUMERO.
           READ BIENES
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-BIEN
               DISPLAY "NO EXISTE ESE BIEN."
               CLOSE BIENES
               GO TO 030-CONSULTA-EXIT
           END-IF.
           PERFORM 075-MOSTRAR-FICHA.
           IF BIE-DE-BAJA
               CLOSE BIENES
               GO TO 030-CONSULTA-EXIT
           END-IF.
           DISPLAY "TRASLADAR O CORREGIR LA DESCRIPCION? (S/N): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               CLOSE BIENES
               GO TO 030-CONSULTA-EXIT
           END-IF.
           DISPLAY "DESCRIPCION (ENTER=SIN CAMBIO): " WITH NO ADVANCING.
           MOVE SPACES TO WS-DESCRIPCION.
           ACCEPT WS-DESCRIPCION.
           IF WS-DESCRIPCION NOT = SPACES
               MOVE WS-DESCRIPCION TO BIE-DESCRIPCION
           END-IF.
           MOVE SUCURSAL-DEFECTO TO WS-SUC-ANTERIOR.
           MOVE BIE-SUCURSAL TO SUCURSAL-DEFECTO.
           PERFORM 080-PEDIR-SUCURSAL THRU 080-PEDIR-SUCURSAL-EXIT.
           MOVE WS-SUC-ANTERIOR TO SUCURSAL-DEFECTO.
           IF WS-SUC-VALIDA NOT = "S"
               CLOSE BIENES
               GO TO 030-CONSULTA-EXIT
           END-IF.
           DISPLAY "LUGAR (ENTER=" BIE-UBICACION "): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-UBICACION.
           ACCEPT WS-UBICACION.
           INSPECT WS-UBICACION CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-UBICACION NOT = SPACES
               MOVE WS-UBICACION TO BIE-UBICACION
           END-IF.
           MOVE WS-SUCURSAL TO BIE-SUCURSAL.
           REWRITE DATOS-BIEN
               INVALID KEY DISPLAY "ERROR AL REGRABAR"
           END-REWRITE.
           CLOSE BIENES.
           DISPLAY "BIEN " WS-NUMERO " ACTUALIZADO.".
       030-CONSULTA-EXIT.
           EXIT.

      *BAJA (ROTURA SIN ARREGLO, VENTA, DONACION, ROBO): EL BIEN
      *QUEDA EN EL ARCHIVO CON SU FECHA, MOTIVO Y LO QUE SE RECUPERO
      *POR EL. UN BIEN EN REPARACION SE RECIBE PRIMERO EN
      *REPARACIONES.
       040-BAJA.
           DISPLAY "NUMERO DE PATRIMONIO: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO.
           IF WS-NUMERO = ZEROS
               GO TO 040-BAJA-EXIT
           END-IF.
           OPEN I-O BIENES.
           IF F-NOEXISTE-BIE
               DISPLAY "NO HAY BIENES REGISTRADOS."
               CLOSE BIENES
               GO TO 040-BAJA-EXIT
           END-IF.
           MOVE WS-NUMERO TO BIE-NUMERO.
           READ BIENES
               INVALID KEY CONTINUE
           END-READ.
           IF NOT ESTA-BIEN
               DISPLAY "NO EXISTE ESE BIEN."
               CLOSE BIENES
               GO TO 040-BAJA-EXIT
           END-IF.
           PERFORM 075-MOSTRAR-FICHA.
           IF BIE-DE-BAJA
               CLOSE BIENES
               GO TO 040-BAJA-EXIT
           END-IF.
           IF BIE-EN-REPARACION
               DISPLAY "EL BIEN ESTA EN REPARACION: RECIBALO PRIMERO "
                       "EN REPARACIONES."
               CLOSE BIENES
               GO TO 040-BAJA-EXIT
           END-IF.
           DISPLAY "MOTIVO DE LA BAJA: " WITH NO ADVANCING.
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               CLOSE BIENES
               GO TO 040-BAJA-EXIT
           END-IF.
           DISPLAY "VALOR DE RECUPERO (VENTA/CHATARRA, 0=NADA): "
                   WITH NO ADVANCING.
           MOVE ZEROS TO WS-VALOR-RECUPERO.
           ACCEPT WS-VALOR-RECUPERO.
           DISPLAY "CONFIRMA LA BAJA (SI/NO): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "SI"
               DISPLAY "BAJA CANCELADA."
               CLOSE BIENES
               GO TO 040-BAJA-EXIT
           END-IF.
           SET BIE-DE-BAJA TO TRUE.
           MOVE WS-FECHA-HOY      TO BIE-FECHA-BAJA.
           MOVE WS-MOTIVO         TO BIE-MOTIVO-BAJA.
           MOVE WS-VALOR-RECUPERO TO BIE-VALOR-RECUPERO.
           REWRITE DATOS-BIEN
               INVALID KEY DISPLAY "ERROR AL REGRABAR"
           END-REWRITE.
           CLOSE BIENES.
           DISPLAY "BIEN " WS-NUMERO " DADO DE BAJA.".
       040-BAJA-EXIT.
           EXIT.

      *PLANILLA PARA EL RECUENTO FISICO ANUAL: UNA HOJA POR
      *SUCURSAL, EN ORDEN DE LUGAR, CON UNA CASILLA POR BIEN. LAS
      *BAJAS NO SE LISTAN; LOS BIENES EN REPARACION SE LISTAN CON
      *UNA NOTA PORQUE NO VAN A ESTAR EN SU LUGAR.
       050-RECUENTO.
           DISPLAY "SUCURSAL (ENTER=TODAS): " WITH NO ADVANCING.
           MOVE SPACES TO WS-SUC-FILTRO.
           ACCEPT WS-SUC-FILTRO.
           INSPECT WS-SUC-FILTRO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           OPEN INPUT BIENES.
           IF F-NOEXISTE-BIE
               DISPLAY "NO HAY BIENES REGISTRADOS."
               CLOSE BIENES
               GO TO 050-RECUENTO-EXIT
           END-IF.
           OPEN OUTPUT PLANILLA-RECUENTO.
           MOVE ZEROS TO WS-BIE-SUCURSAL WS-BIE-TOTAL WS-BIE-TALLER.
           MOVE SPACES TO WS-SUC-ANTERIOR WS-UBI-ANTERIOR.
           MOVE "NO" TO WS-FIN-LISTA.
           MOVE LOW-VALUES TO BIE-ORDEN.
           IF WS-SUC-FILTRO NOT = SPACES
               MOVE WS-SUC-FILTRO TO BIE-SUCURSAL
           END-IF.
           START BIENES KEY IS NOT LESS THAN BIE-ORDEN
               INVALID KEY MOVE "SI" TO WS-FIN-LISTA
           END-START.
           PERFORM UNTIL WS-FIN-LISTA = "SI"
               READ BIENES NEXT RECORD
                   AT END MOVE "SI" TO WS-FIN-LISTA
               END-READ
               IF WS-FIN-LISTA NOT = "SI"
                   IF WS-SUC-FILTRO NOT = SPACES
                       AND BIE-SUCURSAL NOT = WS-SUC-FILTRO
                       MOVE "SI" TO WS-FIN-LISTA
                   END-IF
               END-IF
               IF WS-FIN-LISTA NOT = "SI" AND NOT BIE-DE-BAJA
                   PERFORM 055-LINEA-RECUENTO
               END-IF
           END-PERFORM.
           IF WS-SUC-ANTERIOR NOT = SPACES
               PERFORM 058-PIE-SUCURSAL
           END-IF.
           CLOSE BIENES.
           CLOSE PLANILLA-RECUENTO.
           DISPLAY "BIENES-RECUENTO.LST GENERADO: " WS-BIE-TOTAL
                   " BIENES (" WS-BIE-TALLER " EN REPARACION).".
       050-RECUENTO-EXIT.
           EXIT.

       055-LINEA-RECUENTO.
           IF BIE-SUCURSAL NOT = WS-SUC-ANTERIOR
               IF WS-SUC-ANTERIOR NOT = SPACES
                   PERFORM 058-PIE-SUCURSAL
               END-IF
               PERFORM 057-ENCABEZADO-SUCURSAL
           END-IF.
           IF BIE-UBICACION NOT = WS-UBI-ANTERIOR
               MOVE SPACES TO LINEA-PLANILLA
               WRITE LINEA-PLANILLA
               MOVE BIE-UBICACION TO WS-UBI-ANTERIOR
           END-IF.
           MOVE BIE-UBICACION   TO DRE-UBICACION.
           MOVE BIE-NUMERO      TO DRE-NUMERO.
           MOVE BIE-DESCRIPCION TO DRE-DESCRIPCION.
           MOVE BIE-CLASE       TO DRE-CLASE.
           MOVE SPACES          TO DRE-NOTA.
           IF BIE-EN-REPARACION
               MOVE "EN REPARACION" TO DRE-NOTA
               ADD 1 TO WS-BIE-TALLER
           END-IF.
           MOVE WS-DETALLE-RECUENTO TO LINEA-PLANILLA.
           WRITE LINEA-PLANILLA.
           ADD 1 TO WS-BIE-SUCURSAL WS-BIE-TOTAL.

       057-ENCABEZADO-SUCURSAL.
           MOVE BIE-SUCURSAL TO WS-SUC-ANTERIOR.
           MOVE SPACES TO WS-UBI-ANTERIOR.
           MOVE ZEROS TO WS-BIE-SUCURSAL.
           MOVE SPACES TO SUC-NOMBRE.
           OPEN INPUT SUCURSALES.
           IF NOT F-NOEXISTE-SUC
               MOVE BIE-SUCURSAL TO SUC-CODIGO
               READ SUCURSALES
                   INVALID KEY MOVE SPACES TO SUC-NOMBRE
               END-READ
           END-IF.
           CLOSE SUCURSALES.
           MOVE NOMBRE-BIBLIOTECA TO LINEA-PLANILLA.
           WRITE LINEA-PLANILLA.
           MOVE SPACES TO LINEA-PLANILLA.
           STRING "RECUENTO DE BIENES DE USO - SUCURSAL "
                                       DELIMITED BY SIZE
                   BIE-SUCURSAL        DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   SUC-NOMBRE          DELIMITED BY SIZE
                   INTO LINEA-PLANILLA.
           WRITE LINEA-PLANILLA.
           MOVE SPACES TO LINEA-PLANILLA.
           STRING "EMITIDA EL " DELIMITED BY SIZE
                   WS-FECHA-HOY  DELIMITED BY SIZE
                   INTO LINEA-PLANILLA.
           WRITE LINEA-PLANILLA.
           MOVE SPACES TO LINEA-PLANILLA.
           WRITE LINEA-PLANILLA.
           MOVE "    LUGAR                NUMERO DESCRIPCION"
                   TO LINEA-PLANILLA.
           MOVE "CLA" TO LINEA-PLANILLA (63:3).
           WRITE LINEA-PLANILLA.

       058-PIE-SUCURSAL.
           MOVE SPACES TO LINEA-PLANILLA.
           WRITE LINEA-PLANILLA.
           MOVE SPACES TO LINEA-PLANILLA.
           STRING "BIENES A CONTAR EN LA SUCURSAL: " DELIMITED BY SIZE
                   WS-BIE-SUCURSAL                    DELIMITED BY SIZE
                   INTO LINEA-PLANILLA.
           WRITE LINEA-PLANILLA.
           MOVE SPACES TO LINEA-PLANILLA.
           WRITE LINEA-PLANILLA.
           MOVE "CONTADO POR: ____________________  FECHA: __________"
                   TO LINEA-PLANILLA.
           WRITE LINEA-PLANILLA.
           MOVE "FALTANTES / SOBRANTES: _____________________________"
                   TO LINEA-PLANILLA.
           WRITE LINEA-PLANILLA.
           MOVE SPACES TO LINEA-PLANILLA.
           WRITE LINEA-PLANILLA.

      *VALUACION A UNA FECHA DE CORTE (ENTER = HOY; PARA LA LISTA
      *MUNICIPAL, EL 31/12): CADA BIEN VIGENTE A ESA FECHA CON SU
      *COSTO, AMORTIZACION ACUMULADA Y VALOR NETO, LOS TOTALES POR
      *CLASE Y LAS BAJAS DEL ANIO DE LA FECHA DE CORTE. UN BIEN
      *DADO DE BAJA DESPUES DEL CORTE TODAVIA SE VALUA.
       060-VALUACION.
           DISPLAY "FECHA DE CORTE (AAAAMMDD, ENTER=HOY): "
                   WITH NO ADVANCING.
           MOVE ZEROS TO WS-FECHA-CORTE.
           ACCEPT WS-FECHA-CORTE.
           IF WS-FECHA-CORTE = ZEROS
               MOVE WS-FECHA-HOY TO WS-FECHA-CORTE
           END-IF.
           MOVE "S" TO FSR-ACCION.
           MOVE WS-FECHA-CORTE TO FSR-FECHA.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           IF FSR-RESULTADO NOT = "OK"
               DISPLAY "FECHA DE CORTE INVALIDA."
               GO TO 060-VALUACION-EXIT
           END-IF.
           OPEN INPUT BIENES.
           IF F-NOEXISTE-BIE
               DISPLAY "NO HAY BIENES REGISTRADOS."
               CLOSE BIENES
               GO TO 060-VALUACION-EXIT
           END-IF.
           INITIALIZE TABLA-TOTALES.
           MOVE ZEROS TO WS-TOTAL-COSTO WS-TOTAL-AMORTIZACION
                         WS-TOTAL-NETO WS-TOTAL-CANTIDAD
                         WS-CANT-BAJAS WS-TOTAL-RECUPERO.
           OPEN OUTPUT REPORTE-VALUACION.
           MOVE NOMBRE-BIBLIOTECA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "VALUACION DE BIENES DE USO AL " DELIMITED BY SIZE
                   WS-FECHA-CORTE                  DELIMITED BY SIZE
                   " - EMITIDA EL "                DELIMITED BY SIZE
                   WS-FECHA-HOY                    DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "NUMERO DESCRIPCION              CLA SUC COMPRA     COS
      -        "TO    AMORTIZ.       NETO" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "NO" TO WS-FIN-LISTA.
           MOVE ZEROS TO BIE-NUMERO.
           START BIENES KEY IS NOT LESS THAN BIE-NUMERO
               INVALID KEY MOVE "SI" TO WS-FIN-LISTA
           END-START.
           PERFORM UNTIL WS-FIN-LISTA = "SI"
               READ BIENES NEXT RECORD
                   AT END MOVE "SI" TO WS-FIN-LISTA
               END-READ
               IF WS-FIN-LISTA NOT = "SI"
                   PERFORM 065-VALUAR-BIEN THRU 065-VALUAR-BIEN-EXIT
               END-IF
           END-PERFORM.
           PERFORM 067-TOTALES-VALUACION.
           PERFORM 068-BAJAS-DEL-ANIO.
           CLOSE BIENES.
           CLOSE REPORTE-VALUACION.
           MOVE WS-TOTAL-NETO TO WS-IMPORTE-EDIT.
           DISPLAY "BIENES-VALUACION.LST GENERADO: " WS-TOTAL-CANTIDAD
                   " BIENES, VALOR NETO " WS-IMPORTE-EDIT.
       060-VALUACION-EXIT.
           EXIT.

       065-VALUAR-BIEN.
           IF BIE-FECHA-COMPRA > WS-FECHA-CORTE
               GO TO 065-VALUAR-BIEN-EXIT
           END-IF.
           IF BIE-DE-BAJA AND BIE-FECHA-BAJA <= WS-FECHA-CORTE
               GO TO 065-VALUAR-BIEN-EXIT
           END-IF.
           MOVE BIE-CLASE        TO DBI-CLASE.
           MOVE BIE-COSTO        TO DBI-COSTO.
           MOVE BIE-FECHA-COMPRA TO DBI-FECHA-COMPRA.
           MOVE WS-FECHA-CORTE   TO DBI-FECHA-CORTE.
           CALL "DEPRECIA-BIEN" USING DBI-PARAMETROS.
           MOVE MAX-CLASES TO WS-IND-CLASE.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND >= MAX-CLASES
               IF CLASE-CODIGO (WS-IND) = BIE-CLASE
                   MOVE WS-IND TO WS-IND-CLASE
               END-IF
           END-PERFORM.
           ADD 1 TO TOT-CANTIDAD (WS-IND-CLASE).
           ADD DBI-COSTO TO TOT-COSTO (WS-IND-CLASE).
           ADD DBI-AMORTIZACION TO TOT-AMORTIZACION (WS-IND-CLASE).
           ADD DBI-VALOR-NETO TO TOT-NETO (WS-IND-CLASE).
           MOVE BIE-NUMERO       TO DVA-NUMERO.
           MOVE BIE-DESCRIPCION  TO DVA-DESCRIPCION.
           MOVE BIE-CLASE        TO DVA-CLASE.
           MOVE BIE-SUCURSAL     TO DVA-SUCURSAL.
           MOVE BIE-FECHA-COMPRA TO DVA-FECHA-COMPRA.
           MOVE DBI-COSTO        TO DVA-COSTO.
           MOVE DBI-AMORTIZACION TO DVA-AMORTIZACION.
           MOVE DBI-VALOR-NETO   TO DVA-NETO.
           MOVE WS-DETALLE-VALUACION TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
       065-VALUAR-BIEN-EXIT.
           EXIT.

       067-TOTALES-VALUACION.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TOTALES POR CLASE:          CANT         COSTO     AMO
      -        "RTIZACION    VALOR NETO" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > MAX-CLASES
               IF TOT-CANTIDAD (WS-IND) > ZEROS
                   MOVE TOT-COSTO (WS-IND) TO WS-IMPORTE-EDIT
                   MOVE TOT-AMORTIZACION (WS-IND) TO WS-IMPORTE-EDIT-2
                   MOVE TOT-NETO (WS-IND) TO WS-IMPORTE-EDIT-3
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  "                  DELIMITED BY SIZE
                           CLASE-CODIGO (WS-IND) DELIMITED BY SIZE
                           "                     " DELIMITED BY SIZE
                           TOT-CANTIDAD (WS-IND) DELIMITED BY SIZE
                           " "                   DELIMITED BY SIZE
                           WS-IMPORTE-EDIT       DELIMITED BY SIZE
                           " "                   DELIMITED BY SIZE
                           WS-IMPORTE-EDIT-2     DELIMITED BY SIZE
                           " "                   DELIMITED BY SIZE
                           WS-IMPORTE-EDIT-3     DELIMITED BY SIZE
                           INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   ADD TOT-CANTIDAD (WS-IND) TO WS-TOTAL-CANTIDAD
                   ADD TOT-COSTO (WS-IND) TO WS-TOTAL-COSTO
                   ADD TOT-AMORTIZACION (WS-IND)
                           TO WS-TOTAL-AMORTIZACION
                   ADD TOT-NETO (WS-IND) TO WS-TOTAL-NETO
               END-IF
           END-PERFORM.
           MOVE WS-TOTAL-COSTO TO WS-IMPORTE-EDIT.
           MOVE WS-TOTAL-AMORTIZACION TO WS-IMPORTE-EDIT-2.
           MOVE WS-TOTAL-NETO TO WS-IMPORTE-EDIT-3.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  TOTAL                  " DELIMITED BY SIZE
                   WS-TOTAL-CANTIDAD     DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   WS-IMPORTE-EDIT       DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   WS-IMPORTE-EDIT-2     DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   WS-IMPORTE-EDIT-3     DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *SEGUNDA RECORRIDA: BAJAS CON FECHA EN EL ANIO DEL CORTE.
       068-BAJAS-DEL-ANIO.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "BAJAS DEL ANIO " DELIMITED BY SIZE
                   WS-FECHA-CORTE (1:4) DELIMITED BY SIZE
                   ":"               DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "NO" TO WS-FIN-LISTA.
           MOVE ZEROS TO BIE-NUMERO.
           START BIENES KEY IS NOT LESS THAN BIE-NUMERO
               INVALID KEY MOVE "SI" TO WS-FIN-LISTA
           END-START.
           PERFORM UNTIL WS-FIN-LISTA = "SI"
               READ BIENES NEXT RECORD
                   AT END MOVE "SI" TO WS-FIN-LISTA
               END-READ
               IF WS-FIN-LISTA NOT = "SI" AND BIE-DE-BAJA
                   AND BIE-FECHA-BAJA (1:4) = WS-FECHA-CORTE (1:4)
                   AND BIE-FECHA-BAJA <= WS-FECHA-CORTE
                   ADD 1 TO WS-CANT-BAJAS
                   ADD BIE-VALOR-RECUPERO TO WS-TOTAL-RECUPERO
                   MOVE BIE-NUMERO         TO DBA-NUMERO
                   MOVE BIE-DESCRIPCION    TO DBA-DESCRIPCION
                   MOVE BIE-FECHA-BAJA     TO DBA-FECHA-BAJA
                   MOVE BIE-MOTIVO-BAJA    TO DBA-MOTIVO
                   MOVE BIE-VALOR-RECUPERO TO DBA-RECUPERO
                   MOVE WS-DETALLE-BAJA TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
           END-PERFORM.
           MOVE WS-TOTAL-RECUPERO TO WS-IMPORTE-EDIT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  BAJAS: "          DELIMITED BY SIZE
                   WS-CANT-BAJAS       DELIMITED BY SIZE
                   "  RECUPERADO: "    DELIMITED BY SIZE
                   WS-IMPORTE-EDIT     DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       070-ABRIR-BIENES.
           OPEN I-O BIENES.
           IF F-NOEXISTE-BIE
               CLOSE BIENES
               OPEN OUTPUT BIENES
               CLOSE BIENES
               OPEN I-O BIENES
           END-IF.

      *FICHA DEL BIEN LEIDO, CON LA AMORTIZACION A HOY.
       075-MOSTRAR-FICHA.
           MOVE BIE-CLASE        TO DBI-CLASE.
           MOVE BIE-COSTO        TO DBI-COSTO.
           MOVE BIE-FECHA-COMPRA TO DBI-FECHA-COMPRA.
           MOVE WS-FECHA-HOY     TO DBI-FECHA-CORTE.
           CALL "DEPRECIA-BIEN" USING DBI-PARAMETROS.
           MOVE BIE-PROVEEDOR TO WS-PROVEEDOR.
           PERFORM 090-VALIDAR-PROVEEDOR
                   THRU 090-VALIDAR-PROVEEDOR-EXIT.
           DISPLAY "BIEN " BIE-NUMERO ": " BIE-DESCRIPCION.
           DISPLAY "  CLASE " BIE-CLASE " " DBI-DESCRIPCION
                   " (" DBI-VIDA-ANIOS " ANIOS)".
           DISPLAY "  SUCURSAL " BIE-SUCURSAL "  LUGAR "
                   BIE-UBICACION.
           DISPLAY "  COMPRA " BIE-FECHA-COMPRA "  PROVEEDOR "
                   BIE-PROVEEDOR " " WS-NOMBRE-PROV.
           MOVE DBI-AMORTIZACION TO WS-IMPORTE-EDIT.
           MOVE DBI-VALOR-NETO TO WS-IMPORTE-EDIT-2.
           DISPLAY "  COSTO " BIE-COSTO "  AMORTIZADO "
                   WS-IMPORTE-EDIT "  NETO " WS-IMPORTE-EDIT-2.
           DISPLAY "  REPARACIONES " BIE-CANT-REPARACIONES
                   "  COSTO " BIE-COSTO-REPARACIONES.
           EVALUATE TRUE
               WHEN BIE-EN-USO
                   DISPLAY "  ESTADO: EN USO"
               WHEN BIE-EN-REPARACION
                   DISPLAY "  ESTADO: EN REPARACION"
               WHEN BIE-DE-BAJA
                   DISPLAY "  ESTADO: DE BAJA EL " BIE-FECHA-BAJA
                           " - " BIE-MOTIVO-BAJA
           END-EVALUATE.

      *PIDE LA SUCURSAL (ENTER = SUCURSAL-DEFECTO) Y LA VALIDA
      *CONTRA SUCURSALES.DAT; SIN MAESTRO DE SUCURSALES SE ACEPTA.
      *EL RESULTADO QUEDA EN WS-SUC-VALIDA.
       080-PEDIR-SUCURSAL.
           MOVE "N" TO WS-SUC-VALIDA.
           DISPLAY "SUCURSAL (ENTER=" SUCURSAL-DEFECTO "): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-SUCURSAL.
           ACCEPT WS-SUCURSAL.
           IF WS-SUCURSAL = SPACES
               MOVE SUCURSAL-DEFECTO TO WS-SUCURSAL
           END-IF.
           INSPECT WS-SUCURSAL CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           OPEN INPUT SUCURSALES.
           IF F-NOEXISTE-SUC
               CLOSE SUCURSALES
               MOVE "S" TO WS-SUC-VALIDA
               GO TO 080-PEDIR-SUCURSAL-EXIT
           END-IF.
           MOVE WS-SUCURSAL TO SUC-CODIGO.
           READ SUCURSALES
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-SUCURSAL
               MOVE "S" TO WS-SUC-VALIDA
           ELSE
               DISPLAY "SUCURSAL INEXISTENTE."
           END-IF.
           CLOSE SUCURSALES.
       080-PEDIR-SUCURSAL-EXIT.
           EXIT.

      *PROVEEDOR 0 ES "DESCONOCIDO" Y VALE. EL RESULTADO QUEDA EN
      *WS-PROV-VALIDO Y EL NOMBRE EN WS-NOMBRE-PROV.
       090-VALIDAR-PROVEEDOR.
           MOVE "N" TO WS-PROV-VALIDO.
           MOVE SPACES TO WS-NOMBRE-PROV.
           IF WS-PROVEEDOR = ZEROS
               MOVE "S" TO WS-PROV-VALIDO
               MOVE "(DESCONOCIDO)" TO WS-NOMBRE-PROV
               GO TO 090-VALIDAR-PROVEEDOR-EXIT
           END-IF.
           OPEN INPUT PROVEEDORES.
           IF F-NOEXISTE-PROV
               CLOSE PROVEEDORES
               GO TO 090-VALIDAR-PROVEEDOR-EXIT
           END-IF.
           MOVE WS-PROVEEDOR TO PROV-CODIGO.
           READ PROVEEDORES
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-PROVEEDOR
               MOVE "S" TO WS-PROV-VALIDO
               MOVE PROV-NOMBRE TO WS-NOMBRE-PROV
           END-IF.
           CLOSE PROVEEDORES.
       090-VALIDAR-PROVEEDOR-EXIT.
           EXIT.

       CARGAR-PARAMETROS.
           MOVE "NOMBRE-BIBLIO" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO NOMBRE-BIBLIOTECA
           END-IF.
           MOVE "SUCURSAL-DEF" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO SUCURSAL-DEFECTO
           END-IF.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "BIENES "          DELIMITED BY SIZE
                  WS-ARCHIVO-ERROR   DELIMITED BY SIZE
                  " STATUS="         DELIMITED BY SIZE
                  WS-STATUS-ERROR    DELIMITED BY SIZE
                  " FECHA="          DELIMITED BY SIZE
                  WS-FECHA-ERROR     DELIMITED BY SIZE
                  " HORA="           DELIMITED BY SIZE
                  WS-HORA-ERROR      DELIMITED BY SIZE
                       " SEV="           DELIMITED BY SIZE
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
       END PROGRAM BIENES.
