      *(GANANCIAS-LOCAL.DAT) Y DE MULTAS COBRADAS
      *(REG-FINES-MAESTRO.DAT), LA EXISTENCIA DE TITULOS Y
      *EJEMPLARES A LA FECHA DE LA CORRIDA, Y LOS SOCIOS (TOTAL Y
      *ALTAS DEL ANIO), Y EL SERVICIO DE ENTREGA A DOMICILIO: LAS
      *VISITAS REALIZADAS (DOMICILIO-VISITAS.DAT) Y LOS LIBROS
      *ENTREGADOS (PRESTAMOS DE SUCURSAL "DOM"), Y EL USO EN SALA
      *POR MES (USO-EN-SALA.DAT DE SALA-LECTURA) EN UNA COLUMNA
      *PROPIA, APARTE DE LOS PRESTAMOS, Y LOS VISITANTES Y LAS
      *CONSULTAS DE REFERENCIA (VISITANTES-DIA.DAT Y CONSULTAS-REF.
      *DAT DE CONTEO-VISITAS) POR MES, POR TIPO DE CONSULTA Y POR
      *SUCURSAL, Y LAS HORAS DE VOLUNTARIADO DEL ANIO POR TAREA
      *(HORAS-VOLUNTARIOS.DAT DE VOLUNTARIOS), QUE LA MUNICIPALIDAD
      *CUENTA COMO APORTE EN ESPECIE, Y LAS ACTIVIDADES REALIZADAS
      *POR PROGRAMA CON SUS INSCRIPTOS Y PRESENTES (EVENTOS.DAT DE
      *EVENTOS). TODO EN ANUAL.LST.
      *AL FINAL VA LA CIRCULACION DEL ANIO POR GRUPO DE SOCIOS
      *(CLASE, BANDA DE EDAD A LA FECHA DEL PRESTAMO Y SUCURSAL, CON
      *LOS SOCIOS DEL PRIMER ANIO APARTE), QUE ARMA EST-GRUPOS.CBL
      *CON LOS PRESTAMOS VIVOS Y EL HISTORICO EN
      *GRUPOS-CIRCULACION.LST Y SE COPIA AL RETORNO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REG-FINES.

      *USOS EN SALA REGISTRADOS POR SALA-LECTURA.
           SELECT USO-SALA ASSIGN TO "USO-EN-SALA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-USO-SALA.

      *VISITANTES POR DIA Y SUCURSAL Y PLANILLA DE CONSULTAS DE
      *REFERENCIA, AMBOS DE CONTEO-VISITAS.
           SELECT VISITANTES-DIA ASSIGN TO "VISITANTES-DIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VTD-CLAVE
               FILE STATUS IS FS-VISITANTES.

           SELECT CONSULTAS-REF ASSIGN TO "CONSULTAS-REF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSULTAS.

           SELECT REG-SOCIOS ASSIGN TO "SIENT01.FIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCIO-CLAVE-STATUS
               FILE STATUS IS FS-REG-SOCIOS.

      *VISITAS DEL SERVICIO DE ENTREGA A DOMICILIO
      *(ENTREGA-DOMICILIO.CBL).
           SELECT DOMICILIO-VISITAS ASSIGN TO "DOMICILIO-VISITAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VIS-CLAVE
               FILE STATUS IS FS-VISITAS.

      *ACTIVIDADES CON INSCRIPCION (EVENTOS.CBL).
           SELECT EVENTOS ASSIGN TO "EVENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EVE-NUMERO
               FILE STATUS IS FS-EVENTOS.

      *HORAS DE LOS VOLUNTARIOS (VOLUNTARIOS.CBL).
           SELECT HORAS-VOLUNTARIOS ASSIGN TO "HORAS-VOLUNTARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HORAS-VOL.

      *CIRCULACION POR GRUPO DE SOCIOS QUE DEJA EST-GRUPOS.
           SELECT LISTADO-GRUPOS ASSIGN TO "GRUPOS-CIRCULACION.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GRUPOS.

           SELECT REPORTE-ANUAL ASSIGN TO "ANUAL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.
           05 PRESTAMO-RENOVACIONES-STATUS       PIC 9(01).
      *SUCURSAL QUE HIZO EL PRESTAMO (AGREGADA AL FINAL).
           05 PRESTAMO-SUCURSAL-STATUS           PIC X(03).
               88 PRESTAMO-DOMICILIO-STATUS      VALUE "DOM".
      *ULTIMO AVISO DE ATRASO ENVIADO (AGREGADA AL FINAL).
           05 PRESTAMO-NIVEL-AVISO-STATUS        PIC 9(01).

           05 HIST-ESTADO               PIC X(01).
           05 HIST-RENOVACIONES         PIC 9(01).
           05 HIST-SUCURSAL             PIC X(03).
               88 HIST-DOMICILIO            VALUE "DOM".

       FD REG-LIBROS.
       01 DATOS-LIBRO-STATUS.
           05 SOCIO-FECHA-ALTA-STATUS PIC 9(8).
           05 FILLER                  PIC X(326).

       FD USO-SALA.
       01 LINEA-USO-SALA.
           05 USO-LIBRO-ID            PIC 9(6).
           05 USO-FECHA               PIC 9(8).
           05 FILLER                  PIC X(14).

       FD VISITANTES-DIA.
       01 DATOS-VISITANTES.
           05 VTD-CLAVE.
               10 VTD-FECHA           PIC 9(8).
               10 VTD-SUCURSAL        PIC X(3).
           05 VTD-CANTIDAD            PIC 9(6).
           05 FILLER                  PIC X(9).

       FD CONSULTAS-REF.
       01 LINEA-CONSULTA.
           05 REF-FECHA               PIC 9(8).
           05 REF-HORA                PIC 9(4).
           05 REF-SUCURSAL            PIC X(3).
           05 REF-TIPO                PIC X(1).
           05 REF-CANTIDAD            PIC 9(3).

       FD DOMICILIO-VISITAS.
       01 DATOS-VISITA.
           05 VIS-CLAVE.
               10 VIS-FECHA           PIC 9(8).
               10 VIS-SOCIO-ID        PIC 9(6).
           05 FILLER                  PIC X(22).
           05 VIS-ESTADO              PIC X(1).
               88 VIS-REALIZADA       VALUE "E".
           05 FILLER                  PIC X(36).
           05 VIS-CANT-ENTREGADOS     PIC 9(2).
           05 VIS-CANT-RETIRADOS      PIC 9(2).

       FD EVENTOS.
       01 DATOS-EVENTO.
           05 EVE-NUMERO              PIC 9(5).
           05 FILLER                  PIC X(30).
           05 EVE-PROGRAMA            PIC X(3).
           05 EVE-FECHA               PIC 9(8).
           05 FILLER                  PIC X(24).
           05 EVE-ESTADO              PIC X(1).
               88 EVE-CANCELADO       VALUE "C".
           05 EVE-INSCRIPTOS          PIC 9(3).
           05 FILLER                  PIC X(3).
           05 EVE-PRESENTES           PIC 9(3).
           05 FILLER                  PIC X(4).

       FD HORAS-VOLUNTARIOS.
       01 LINEA-HORAS-VOL.
           05 HVO-NUMERO              PIC 9(5).
           05 HVO-FECHA               PIC 9(8).
           05 HVO-TAREA               PIC X(1).
           05 HVO-MINUTOS             PIC 9(4).
           05 HVO-ORIGEN              PIC X(1).
           05 HVO-FECHA-CARGA         PIC 9(8).

       FD LISTADO-GRUPOS.
       01 LINEA-GRUPOS                PIC X(80).

       FD REPORTE-ANUAL.
       01 LINEA-REPORTE               PIC X(80).

       77 FS-REG-SOCIOS            PIC XX.
           88 FIN-REG-SOC          VALUE "10".
           88 F-NOEXISTE-SOC       VALUE "35".
       77 FS-USO-SALA              PIC XX.
           88 FIN-USO-SALA         VALUE "10".
           88 F-NOEXISTE-USO       VALUE "35".
       77 FS-VISITANTES            PIC XX.
           88 FIN-VISITANTES       VALUE "10".
           88 F-NOEXISTE-VTD       VALUE "35".
       77 FS-CONSULTAS             PIC XX.
           88 FIN-CONSULTAS        VALUE "10".
           88 F-NOEXISTE-REF       VALUE "35".
       77 FS-VISITAS               PIC XX.
           88 FIN-VISITAS          VALUE "10".
           88 F-NOEXISTE-VIS       VALUE "35".
       77 FS-EVENTOS               PIC XX.
           88 FIN-EVENTOS          VALUE "10".
           88 F-NOEXISTE-EVE       VALUE "35".
       77 FS-HORAS-VOL             PIC XX.
           88 FIN-HORAS-VOL        VALUE "10".
           88 F-NOEXISTE-HVO       VALUE "35".
       77 FS-GRUPOS                PIC XX.
           88 FIN-GRUPOS           VALUE "10".
           88 F-NOEXISTE-GRUPOS    VALUE "35".
       77 FS-REPORTE               PIC XX.
       77 FS-ERROR-LOG             PIC XX.
           88 ESTA-ERROR-LOG       VALUE "00" "02".
               10 MES-PRESTAMOS    PIC 9(6).
               10 MES-VENTAS       PIC 9(8)V99.
               10 MES-MULTAS       PIC 9(8)V99.
               10 MES-USO-SALA     PIC 9(6).
               10 MES-VISITANTES   PIC 9(7).
               10 MES-CONSULTAS    PIC 9(6).
       77 WS-TOTAL-PRESTAMOS       PIC 9(7) VALUE ZEROS.
       77 WS-TOTAL-VENTAS          PIC 9(9)V99 VALUE ZEROS.
       77 WS-TOTAL-MULTAS          PIC 9(9)V99 VALUE ZEROS.
       77 WS-TOTAL-USO-SALA        PIC 9(7) VALUE ZEROS.
       77 WS-TOTAL-VISITANTES      PIC 9(8) VALUE ZEROS.
       77 WS-TOTAL-CONSULTAS       PIC 9(7) VALUE ZEROS.
      *IMPORTES EDITADOS CON PUNTO DECIMAL PARA EL REPORTE.
       77 WS-IMPORTE-EDIT          PIC 9(9).99 VALUE ZEROS.
       77 WS-IMPORTE-EDIT2         PIC 9(9).99 VALUE ZEROS.
       77 WS-TOTAL-SOCIOS          PIC 9(6) VALUE ZEROS.
       77 WS-ALTAS-SOCIOS          PIC 9(6) VALUE ZEROS.

      *ENTREGA A DOMICILIO: VISITAS REALIZADAS Y LIBROS ENTREGADOS.
       77 WS-VISITAS-DOMICILIO     PIC 9(5) VALUE ZEROS.
       77 WS-ENTREGAS-DOMICILIO    PIC 9(6) VALUE ZEROS.

      *VISITANTES Y CONSULTAS DE REFERENCIA: CONSULTAS POR TIPO DE
      *LA PLANILLA DEL MOSTRADOR (D=DIRECCIONES, C=CATALOGO,
      *I=INVESTIGACION, P=COMPUTADORA) Y AMBOS TOTALES POR SUCURSAL.
       77 WS-CONS-DIRECCIONES      PIC 9(6) VALUE ZEROS.
       77 WS-CONS-CATALOGO         PIC 9(6) VALUE ZEROS.
       77 WS-CONS-INVESTIGACION    PIC 9(6) VALUE ZEROS.
       77 WS-CONS-COMPUTADORA      PIC 9(6) VALUE ZEROS.
       77 MAX-SUCURSALES           PIC 9(2) VALUE 20.
       01 TABLA-SUCURSALES.
           05 SUC-ENT OCCURS 20 TIMES.
               10 SUC-CODIGO       PIC X(3).
               10 SUC-VISITANTES   PIC 9(8).
               10 SUC-CONSULTAS    PIC 9(7).
       77 WS-CANT-SUCURSALES       PIC 9(2) VALUE ZEROS.
       77 WS-SUC-BUSCADA           PIC X(3) VALUE SPACES.
       77 WS-IND-SUC-HALLADA       PIC 9(2) VALUE ZEROS.

      *ACTIVIDADES DEL ANIO POR PROGRAMA (CODIGO DE EVENTOS.DAT).
       77 MAX-PROGRAMAS            PIC 9(2) VALUE 10.
       01 TABLA-PROGRAMAS.
           05 PRG-ENT OCCURS 10 TIMES.
               10 PRG-CODIGO       PIC X(3).
               10 PRG-EVENTOS      PIC 9(4).
               10 PRG-INSCRIPTOS   PIC 9(6).
               10 PRG-PRESENTES    PIC 9(6).
       77 WS-CANT-PROGRAMAS        PIC 9(2) VALUE ZEROS.
       77 WS-IND-PRG               PIC 9(2) VALUE ZEROS.
       77 WS-IND-PRG-HALLADO       PIC 9(2) VALUE ZEROS.

      *VOLUNTARIADO: MINUTOS DEL ANIO POR TAREA (C=CONSULTA EN
      *TERMINALES, E=ESTANTERIA, D=ENTREGA A DOMICILIO, O=OTRAS).
       77 WS-VOL-MIN-CONSULTA      PIC 9(7) VALUE ZEROS.
       77 WS-VOL-MIN-ESTANTES      PIC 9(7) VALUE ZEROS.
       77 WS-VOL-MIN-REPARTO       PIC 9(7) VALUE ZEROS.
       77 WS-VOL-MIN-OTRAS         PIC 9(7) VALUE ZEROS.
       77 WS-VOL-MIN-TOTAL         PIC 9(7) VALUE ZEROS.
       77 WS-VOL-HS-CONSULTA       PIC 9(6) VALUE ZEROS.
       77 WS-VOL-HS-ESTANTES       PIC 9(6) VALUE ZEROS.
       77 WS-VOL-HS-REPARTO        PIC 9(6) VALUE ZEROS.
       77 WS-VOL-HS-OTRAS          PIC 9(6) VALUE ZEROS.
       77 WS-VOL-HS-TOTAL          PIC 9(6) VALUE ZEROS.

      *PARAMETROS DE EST-GRUPOS (CIRCULACION POR GRUPO DE SOCIOS).
       01 EGR-PARAMETROS.
           05 EGR-PERIODO          PIC X(6).
           05 EGR-LARGO-PERIODO    PIC 9(1).
           05 EGR-CON-HISTORICO    PIC X(1).
           05 EGR-PRESTAMOS        PIC 9(7).
           05 EGR-RESULTADO        PIC X(2).

       PROCEDURE DIVISION.

       010-PRINCIPAL.
               DISPLAY "SIN ANIO, NO SE GENERA NADA."
               GO TO 010-PRINCIPAL-FIN
           END-IF.
           INITIALIZE TABLA-MENSUAL TABLA-CATEGORIAS TABLA-SUCURSALES
                      TABLA-PROGRAMAS.
           PERFORM 020-SUMAR-PRESTAMOS
                   THRU 020-SUMAR-PRESTAMOS-EXIT.
           PERFORM 030-SUMAR-HISTORICO
                   THRU 030-SUMAR-HISTORICO-EXIT.
           PERFORM 035-SUMAR-GRUPOS.
           PERFORM 040-SUMAR-AUDITORIA
                   THRU 040-SUMAR-AUDITORIA-EXIT.
           PERFORM 050-SUMAR-INGRESOS THRU 050-SUMAR-INGRESOS-EXIT.
           PERFORM 060-CONTAR-EXISTENCIA
                   THRU 060-CONTAR-EXISTENCIA-EXIT.
           PERFORM 070-CONTAR-SOCIOS THRU 070-CONTAR-SOCIOS-EXIT.
           PERFORM 072-SUMAR-EVENTOS THRU 072-SUMAR-EVENTOS-EXIT.
           PERFORM 075-CONTAR-VISITAS THRU 075-CONTAR-VISITAS-EXIT.
           PERFORM 076-SUMAR-VOLUNTARIADO
                   THRU 076-SUMAR-VOLUNTARIADO-EXIT.
           PERFORM 077-SUMAR-USO-SALA THRU 077-SUMAR-USO-SALA-EXIT.
           PERFORM 078-SUMAR-VISITANTES
                   THRU 078-SUMAR-VISITANTES-EXIT.
           PERFORM 080-GENERAR-REPORTE.
           DISPLAY "ANUAL.LST GENERADO PARA EL ANIO " WS-ANIO ".".
       010-PRINCIPAL-FIN.
                       ADD 1 TO MES-PRESTAMOS (WS-MES-NUM)
                       ADD 1 TO WS-TOTAL-PRESTAMOS
                   END-IF
                   IF PRESTAMO-DOMICILIO-STATUS
                       ADD 1 TO WS-ENTREGAS-DOMICILIO
                   END-IF
                   MOVE PRESTAMO-LIBRO-ID-STATUS TO LIBRO-ID-STATUS
                   PERFORM 025-ACUMULAR-CATEGORIA
               END-IF
                       ADD 1 TO MES-PRESTAMOS (WS-MES-NUM)
                       ADD 1 TO WS-TOTAL-PRESTAMOS
                   END-IF
                   IF HIST-DOMICILIO
                       ADD 1 TO WS-ENTREGAS-DOMICILIO
                   END-IF
               END-IF
               READ HISTORICO AT END SET FIN-HISTORICO TO TRUE
               END-READ
       030-SUMAR-HISTORICO-EXIT.
           EXIT.

      *PRESTAMOS DEL ANIO (VIVOS E HISTORICO) POR GRUPO DE SOCIOS,
      *A GRUPOS-CIRCULACION.LST; 085-COPIAR-GRUPOS LO PASA AL
      *RETORNO.
       035-SUMAR-GRUPOS.
           MOVE SPACES  TO EGR-PERIODO.
           MOVE WS-ANIO TO EGR-PERIODO (1:4).
           MOVE 4       TO EGR-LARGO-PERIODO.
           MOVE "S"     TO EGR-CON-HISTORICO.
           CALL "EST-GRUPOS" USING EGR-PARAMETROS.

      *ALTAS Y BAJAS DE TITULOS DEL ANIO SEGUN LA TRAZA: LINEAS
      *"ALTA" Y LINEAS "BAJA" O CAMBIOS DE ESTADO A BAJA.
       040-SUMAR-AUDITORIA.
       070-CONTAR-SOCIOS-EXIT.
           EXIT.

      *ACTIVIDADES DEL ANIO NO CANCELADAS, POR PROGRAMA: CANTIDAD,
      *INSCRIPTOS Y PRESENTES. SIN ARCHIVO QUEDA EN CERO; LOS
      *PROGRAMAS QUE NO ENTRAN EN LA TABLA SE SUMAN AL ULTIMO.
       072-SUMAR-EVENTOS.
           OPEN INPUT EVENTOS.
           IF F-NOEXISTE-EVE
               CLOSE EVENTOS
               GO TO 072-SUMAR-EVENTOS-EXIT
           END-IF.
           READ EVENTOS NEXT RECORD AT END SET FIN-EVENTOS TO TRUE
           END-READ.
           PERFORM UNTIL FIN-EVENTOS
               IF EVE-FECHA (1:4) = WS-ANIO AND NOT EVE-CANCELADO
                   MOVE ZEROS TO WS-IND-PRG-HALLADO
                   PERFORM VARYING WS-IND-PRG FROM 1 BY 1
                           UNTIL WS-IND-PRG > WS-CANT-PROGRAMAS
                               OR WS-IND-PRG-HALLADO NOT = ZEROS
                       IF PRG-CODIGO (WS-IND-PRG) = EVE-PROGRAMA
                           MOVE WS-IND-PRG TO WS-IND-PRG-HALLADO
                       END-IF
                   END-PERFORM
                   IF WS-IND-PRG-HALLADO = ZEROS
                       IF WS-CANT-PROGRAMAS < MAX-PROGRAMAS
                           ADD 1 TO WS-CANT-PROGRAMAS
                           MOVE EVE-PROGRAMA
                               TO PRG-CODIGO (WS-CANT-PROGRAMAS)
                       END-IF
                       MOVE WS-CANT-PROGRAMAS TO WS-IND-PRG-HALLADO
                   END-IF
                   ADD 1 TO PRG-EVENTOS (WS-IND-PRG-HALLADO)
                   ADD EVE-INSCRIPTOS
                       TO PRG-INSCRIPTOS (WS-IND-PRG-HALLADO)
                   ADD EVE-PRESENTES
                       TO PRG-PRESENTES (WS-IND-PRG-HALLADO)
               END-IF
               READ EVENTOS NEXT RECORD AT END SET FIN-EVENTOS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE EVENTOS.
       072-SUMAR-EVENTOS-EXIT.
           EXIT.

      *VISITAS DE ENTREGA A DOMICILIO REALIZADAS EN EL ANIO. SIN
      *ARCHIVO EL SERVICIO NO SE USO: QUEDA EN CERO.
       075-CONTAR-VISITAS.
           OPEN INPUT DOMICILIO-VISITAS.
           IF F-NOEXISTE-VIS
               CLOSE DOMICILIO-VISITAS
               GO TO 075-CONTAR-VISITAS-EXIT
           END-IF.
           READ DOMICILIO-VISITAS NEXT RECORD AT END SET FIN-VISITAS
                   TO TRUE END-READ.
           PERFORM UNTIL FIN-VISITAS
               IF VIS-REALIZADA AND VIS-FECHA (1:4) = WS-ANIO
                   ADD 1 TO WS-VISITAS-DOMICILIO
               END-IF
               READ DOMICILIO-VISITAS NEXT RECORD AT END
                       SET FIN-VISITAS TO TRUE END-READ
           END-PERFORM.
           CLOSE DOMICILIO-VISITAS.
       075-CONTAR-VISITAS-EXIT.
           EXIT.

      *HORAS DE VOLUNTARIADO DEL ANIO POR TAREA, REDONDEADAS A
      *HORAS ENTERAS. SIN ARCHIVO NO HUBO VOLUNTARIOS: QUEDA EN CERO.
       076-SUMAR-VOLUNTARIADO.
           OPEN INPUT HORAS-VOLUNTARIOS.
           IF F-NOEXISTE-HVO
               CLOSE HORAS-VOLUNTARIOS
               GO TO 076-SUMAR-VOLUNTARIADO-EXIT
           END-IF.
           READ HORAS-VOLUNTARIOS AT END SET FIN-HORAS-VOL TO TRUE
           END-READ.
           PERFORM UNTIL FIN-HORAS-VOL
               IF HVO-FECHA (1:4) = WS-ANIO
                   ADD HVO-MINUTOS TO WS-VOL-MIN-TOTAL
                   EVALUATE HVO-TAREA
                       WHEN "C" ADD HVO-MINUTOS TO WS-VOL-MIN-CONSULTA
                       WHEN "E" ADD HVO-MINUTOS TO WS-VOL-MIN-ESTANTES
                       WHEN "D" ADD HVO-MINUTOS TO WS-VOL-MIN-REPARTO
                       WHEN OTHER ADD HVO-MINUTOS TO WS-VOL-MIN-OTRAS
                   END-EVALUATE
               END-IF
               READ HORAS-VOLUNTARIOS AT END SET FIN-HORAS-VOL TO TRUE
               END-READ
           END-PERFORM.
           CLOSE HORAS-VOLUNTARIOS.
           COMPUTE WS-VOL-HS-CONSULTA ROUNDED =
                   WS-VOL-MIN-CONSULTA / 60.
           COMPUTE WS-VOL-HS-ESTANTES ROUNDED =
                   WS-VOL-MIN-ESTANTES / 60.
           COMPUTE WS-VOL-HS-REPARTO ROUNDED = WS-VOL-MIN-REPARTO / 60.
           COMPUTE WS-VOL-HS-OTRAS ROUNDED = WS-VOL-MIN-OTRAS / 60.
           COMPUTE WS-VOL-HS-TOTAL ROUNDED = WS-VOL-MIN-TOTAL / 60.
       076-SUMAR-VOLUNTARIADO-EXIT.
           EXIT.

      *USOS EN SALA DEL ANIO POR MES. SIN ARCHIVO TODAVIA NO SE
      *REGISTRO NINGUNO: QUEDA EN CERO.
       077-SUMAR-USO-SALA.
           OPEN INPUT USO-SALA.
           IF F-NOEXISTE-USO
               CLOSE USO-SALA
               GO TO 077-SUMAR-USO-SALA-EXIT
           END-IF.
           READ USO-SALA AT END SET FIN-USO-SALA TO TRUE END-READ.
           PERFORM UNTIL FIN-USO-SALA
               IF USO-FECHA (1:4) = WS-ANIO
                   MOVE USO-FECHA (5:2) TO WS-MES-NUM
                   IF WS-MES-NUM >= 1 AND WS-MES-NUM <= 12
                       ADD 1 TO MES-USO-SALA (WS-MES-NUM)
                       ADD 1 TO WS-TOTAL-USO-SALA
                   END-IF
               END-IF
               READ USO-SALA AT END SET FIN-USO-SALA TO TRUE
               END-READ
           END-PERFORM.
           CLOSE USO-SALA.
       077-SUMAR-USO-SALA-EXIT.
           EXIT.

      *VISITANTES Y CONSULTAS DE REFERENCIA DEL ANIO, POR MES Y POR
      *SUCURSAL; LAS CONSULTAS ADEMAS POR TIPO. SIN ARCHIVO TODAVIA
      *NO SE CARGO NADA: QUEDAN EN CERO.
       078-SUMAR-VISITANTES.
           OPEN INPUT VISITANTES-DIA.
           IF F-NOEXISTE-VTD
               CLOSE VISITANTES-DIA
           ELSE
               READ VISITANTES-DIA NEXT RECORD AT END
                   SET FIN-VISITANTES TO TRUE END-READ
               PERFORM UNTIL FIN-VISITANTES
                   IF VTD-FECHA (1:4) = WS-ANIO
                       MOVE VTD-FECHA (5:2) TO WS-MES-NUM
                       IF WS-MES-NUM >= 1 AND WS-MES-NUM <= 12
                           ADD VTD-CANTIDAD
                               TO MES-VISITANTES (WS-MES-NUM)
                           ADD VTD-CANTIDAD TO WS-TOTAL-VISITANTES
                       END-IF
                       MOVE VTD-SUCURSAL TO WS-SUC-BUSCADA
                       PERFORM 079-UBICAR-SUCURSAL
                       IF WS-IND-SUC-HALLADA NOT = ZEROS
                           ADD VTD-CANTIDAD
                               TO SUC-VISITANTES (WS-IND-SUC-HALLADA)
                       END-IF
                   END-IF
                   READ VISITANTES-DIA NEXT RECORD AT END
                       SET FIN-VISITANTES TO TRUE END-READ
               END-PERFORM
               CLOSE VISITANTES-DIA
           END-IF.
           OPEN INPUT CONSULTAS-REF.
           IF F-NOEXISTE-REF
               CLOSE CONSULTAS-REF
               GO TO 078-SUMAR-VISITANTES-EXIT
           END-IF.
           READ CONSULTAS-REF AT END SET FIN-CONSULTAS TO TRUE
           END-READ.
           PERFORM UNTIL FIN-CONSULTAS
               IF REF-FECHA (1:4) = WS-ANIO
                   MOVE REF-FECHA (5:2) TO WS-MES-NUM
                   IF WS-MES-NUM >= 1 AND WS-MES-NUM <= 12
                       ADD REF-CANTIDAD TO MES-CONSULTAS (WS-MES-NUM)
                       ADD REF-CANTIDAD TO WS-TOTAL-CONSULTAS
                   END-IF
                   EVALUATE REF-TIPO
                       WHEN "D" ADD REF-CANTIDAD TO WS-CONS-DIRECCIONES
                       WHEN "C" ADD REF-CANTIDAD TO WS-CONS-CATALOGO
                       WHEN "I" ADD REF-CANTIDAD
                                    TO WS-CONS-INVESTIGACION
                       WHEN "P" ADD REF-CANTIDAD
                                    TO WS-CONS-COMPUTADORA
                   END-EVALUATE
                   MOVE REF-SUCURSAL TO WS-SUC-BUSCADA
                   PERFORM 079-UBICAR-SUCURSAL
                   IF WS-IND-SUC-HALLADA NOT = ZEROS
                       ADD REF-CANTIDAD
                           TO SUC-CONSULTAS (WS-IND-SUC-HALLADA)
                   END-IF
               END-IF
               READ CONSULTAS-REF AT END SET FIN-CONSULTAS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CONSULTAS-REF.
       078-SUMAR-VISITANTES-EXIT.
           EXIT.

      *UBICA (O AGREGA) LA SUCURSAL WS-SUC-BUSCADA EN LA TABLA DE
      *VISITANTES Y CONSULTAS; CERO SI LA TABLA SE LLENO.
       079-UBICAR-SUCURSAL.
           IF WS-SUC-BUSCADA = SPACES
               MOVE "---" TO WS-SUC-BUSCADA
           END-IF.
           MOVE ZEROS TO WS-IND-SUC-HALLADA.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-SUCURSALES
                       OR WS-IND-SUC-HALLADA NOT = ZEROS
               IF SUC-CODIGO (WS-IND) = WS-SUC-BUSCADA
                   MOVE WS-IND TO WS-IND-SUC-HALLADA
               END-IF
           END-PERFORM.
           IF WS-IND-SUC-HALLADA = ZEROS
               AND WS-CANT-SUCURSALES < MAX-SUCURSALES
               ADD 1 TO WS-CANT-SUCURSALES
               MOVE WS-SUC-BUSCADA TO SUC-CODIGO (WS-CANT-SUCURSALES)
               MOVE WS-CANT-SUCURSALES TO WS-IND-SUC-HALLADA
           END-IF.

       080-GENERAR-REPORTE.
           OPEN OUTPUT REPORTE-ANUAL.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "MES|PRESTAMOS|VENTAS  |MULTAS COBRADAS|USO EN SALA"
                   TO LINEA-REPORTE.
           MOVE "|VISITANTES|CONSULTAS" TO LINEA-REPORTE (52:21).
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-MES-NUM FROM 1 BY 1
                   UNTIL WS-MES-NUM > 12
                       WS-IMPORTE-EDIT DELIMITED BY SIZE
                       "|"       DELIMITED BY SIZE
                       WS-IMPORTE-EDIT2 DELIMITED BY SIZE
                       "|"       DELIMITED BY SIZE
                       MES-USO-SALA (WS-MES-NUM) DELIMITED BY SIZE
                       "|"       DELIMITED BY SIZE
                       MES-VISITANTES (WS-MES-NUM) DELIMITED BY SIZE
                       "|"       DELIMITED BY SIZE
                       MES-CONSULTAS (WS-MES-NUM) DELIMITED BY SIZE
                       INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-PERFORM.
                   WS-IMPORTE-EDIT      DELIMITED BY SIZE
                   " MULTAS "           DELIMITED BY SIZE
                   WS-IMPORTE-EDIT2     DELIMITED BY SIZE
                   " SALA "             DELIMITED BY SIZE
                   WS-TOTAL-USO-SALA    DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
                   ")"                DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ENTREGA A DOMICILIO: " DELIMITED BY SIZE
                   WS-VISITAS-DOMICILIO   DELIMITED BY SIZE
                   " VISITAS, "           DELIMITED BY SIZE
                   WS-ENTREGAS-DOMICILIO  DELIMITED BY SIZE
                   " LIBROS ENTREGADOS"   DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "VISITANTES: "          DELIMITED BY SIZE
                   WS-TOTAL-VISITANTES    DELIMITED BY SIZE
                   " CONSULTAS DE REFERENCIA: " DELIMITED BY SIZE
                   WS-TOTAL-CONSULTAS     DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  DIRECCIONES "        DELIMITED BY SIZE
                   WS-CONS-DIRECCIONES    DELIMITED BY SIZE
                   " CATALOGO "           DELIMITED BY SIZE
                   WS-CONS-CATALOGO       DELIMITED BY SIZE
                   " INVESTIGACION "      DELIMITED BY SIZE
                   WS-CONS-INVESTIGACION  DELIMITED BY SIZE
                   " COMPUTADORA "        DELIMITED BY SIZE
                   WS-CONS-COMPUTADORA    DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "POR SUCURSAL:" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-CANT-SUCURSALES
               MOVE SPACES TO LINEA-REPORTE
               STRING "  "                  DELIMITED BY SIZE
                       SUC-CODIGO (WS-IND)  DELIMITED BY SIZE
                       ": VISITANTES "      DELIMITED BY SIZE
                       SUC-VISITANTES (WS-IND) DELIMITED BY SIZE
                       " CONSULTAS "        DELIMITED BY SIZE
                       SUC-CONSULTAS (WS-IND) DELIMITED BY SIZE
                       INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "VOLUNTARIADO (HORAS): "  DELIMITED BY SIZE
                   WS-VOL-HS-TOTAL        DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  CONSULTA "           DELIMITED BY SIZE
                   WS-VOL-HS-CONSULTA     DELIMITED BY SIZE
                   " ESTANTERIA "         DELIMITED BY SIZE
                   WS-VOL-HS-ESTANTES     DELIMITED BY SIZE
                   " DOMICILIO "          DELIMITED BY SIZE
                   WS-VOL-HS-REPARTO      DELIMITED BY SIZE
                   " OTRAS "              DELIMITED BY SIZE
                   WS-VOL-HS-OTRAS        DELIMITED BY SIZE
                   INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ACTIVIDADES POR PROGRAMA:" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-IND-PRG FROM 1 BY 1
                   UNTIL WS-IND-PRG > WS-CANT-PROGRAMAS
               MOVE SPACES TO LINEA-REPORTE
               STRING "  "                  DELIMITED BY SIZE
                       PRG-CODIGO (WS-IND-PRG) DELIMITED BY SIZE
                       ": EVENTOS "         DELIMITED BY SIZE
                       PRG-EVENTOS (WS-IND-PRG) DELIMITED BY SIZE
                       " INSCRIPTOS "       DELIMITED BY SIZE
                       PRG-INSCRIPTOS (WS-IND-PRG) DELIMITED BY SIZE
                       " PRESENTES "        DELIMITED BY SIZE
                       PRG-PRESENTES (WS-IND-PRG) DELIMITED BY SIZE
                       INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-PERFORM.
           PERFORM 085-COPIAR-GRUPOS THRU 085-COPIAR-GRUPOS-EXIT.
           CLOSE REPORTE-ANUAL.

      *SECCION DE CIRCULACION POR GRUPO DE SOCIOS, TAL COMO LA DEJO
      *EST-GRUPOS.
       085-COPIAR-GRUPOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF EGR-RESULTADO NOT = "OK"
               MOVE "CIRCULACION POR GRUPO DE SOCIOS: NO DISPONIBLE"
                       TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               GO TO 085-COPIAR-GRUPOS-EXIT
           END-IF.
           OPEN INPUT LISTADO-GRUPOS.
           IF F-NOEXISTE-GRUPOS
               GO TO 085-COPIAR-GRUPOS-EXIT
           END-IF.
           READ LISTADO-GRUPOS AT END SET FIN-GRUPOS TO TRUE
           END-READ.
           PERFORM UNTIL FIN-GRUPOS
               MOVE LINEA-GRUPOS TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               READ LISTADO-GRUPOS AT END SET FIN-GRUPOS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE LISTADO-GRUPOS.
       085-COPIAR-GRUPOS-EXIT.
           EXIT.

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
