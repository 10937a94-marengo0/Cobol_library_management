                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-INDICE-CTL.

      *AUTORIDAD DE MATERIAS Y ENLACE TITULO-MATERIA
      *(MANT-MATERIAS.CBL): LA BUSQUEDA POR MATERIA SIGUE LAS
      *REFERENCIAS "VEASE" HASTA EL TERMINO PREFERIDO Y RECORRE SUS
      *TITULOS POR LA CLAVE ALTERNATIVA DEL ENLACE.
           SELECT MATERIAS ASSIGN TO "MATERIAS.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS MAT-TERMINO
                               FILE STATUS IS FS-MATERIAS.

           SELECT LIBRO-MATERIAS ASSIGN TO "LIBRO-MATERIAS.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS LMA-CLAVE
                               ALTERNATE RECORD KEY IS LMA-ORDEN
                               FILE STATUS IS FS-LIBRO-MATERIAS.

      *LECTURAS RECOMENDADAS POR TITULO ("QUIENES LO LEYERON
      *TAMBIEN LEYERON"), GENERADAS CADA MES POR RECOMENDACIONES.CBL.
           SELECT RECOMENDACIONES ASSIGN TO "RECOMENDACIONES.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RCM-LIBRO-ID
                               FILE STATUS IS FS-RECOMENDACIONES.

      *EXISTENCIAS POR SUCURSAL: CUANTOS EJEMPLARES DE CADA LIBRO-ID
      *VIVEN EN CADA SUCURSAL (SUC-CODIGO DE SUCURSALES.DAT) Y
      *CUANTOS ESTAN EN ESTANTE. LA MANTIENEN EL PRESTAMO, LA
                               ACCESS MODE IS DYNAMIC
                               FILE STATUS IS FS-EXISTENCIAS.

      *MAESTRO DE SUCURSALES Y REGISTRO DE TRANSFERENCIAS CON SU
      *NUMERADOR (TRANSFIERE-LIBROS.CBL): LA RESERVA ELIGE LA
      *SUCURSAL DE RETIRO Y LA DEVOLUCION EN OTRA SUCURSAL DEJA EL
      *EJEMPLAR EN TRANSITO HACIA ELLA.
           SELECT SUCURSALES ASSIGN TO "SUCURSALES.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SUC-CODIGO
                               FILE STATUS IS FS-SUCURSALES.

           SELECT TRANSFERENCIAS ASSIGN TO "TRANSFERENCIAS.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS TRANSF-NUMERO
                               FILE STATUS IS FS-TRANSFERENCIAS.

           SELECT TRANSF-NUMERADOR ASSIGN TO "TRANSFERENCIAS.NUM"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-NUMERADOR-TRA.

      *AVISOS DE RETIRO PARA LOS SOCIOS CON RESERVA RETENIDA: UNA
      *ESQUELA POR RETENCION CON EL DOMICILIO DE LA FICHA DE
      *ENTIDADES, PARA IMPRIMIR Y DESPACHAR (O LEER POR TELEFONO).
                               RECORD KEY IS POL-CATEGORIA
                               FILE STATUS IS FS-POLITICAS.

      *RESERVA DE TITULOS POR CURSO (RESERVAS-CURSO.CBL): DENTRO DEL
      *PERIODO EL TITULO SALE A PLAZO CORTO, SIN RENOVACIONES Y, SI
      *EL DOCENTE LO PIDIO, SOLO PARA LOS INSCRIPTOS DEL CURSO, QUE
      *SE RESUELVEN CON LA REFERENCIA CRUZADA DE ALTA-ESTUDIANTES Y
      *EL COURSE-CODE DE STUDENTS.DAT.
           SELECT RESERVA-CURSO ASSIGN TO "RESERVA-CURSO.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RCU-CLAVE
                               FILE STATUS IS FS-RESERVA-CURSO.

           SELECT XREF-ESTUDIANTES
                               ASSIGN TO "IMPORTA-ESTUDIANTES.XRF"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-XREF.

           SELECT STUDENTS-RECORD ASSIGN TO "STUDENTS.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-STUDENTS.

      *CALENDARIO DE DIAS CERRADOS (CIERRE SEMANAL Y FERIADOS),
      *MANTENIDO POR MANT-CALENDARIO.CBL: LOS VENCIMIENTOS CORREN
      *HASTA EL PRIMER DIA ABIERTO.
                               RECORD KEY IS WEB-CLAVE-STATUS
                               FILE STATUS IS FS-REG-WEB.

      *LIBRO MAYOR DE MULTAS (PROG-PAGOS-F.CBL) Y SALDO ARRASTRADO
      *AL ULTIMO CORTE DE CIERRE-FINES: CUANDO VUELVE UN LIBRO YA
      *COBRADO COMO PERDIDO SE BUSCA SU CARGO DE REPOSICION Y SE
      *REVIERTE CONTRA EL SALDO DEL SOCIO.
           SELECT REG-FINES ASSIGN TO "REG-FINES-MAESTRO.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-REG-FINES.

      *REGISTRO DE CASTIGOS DE SALDOS INCOBRABLES (PROG-PAGOS-F):
      *EL SOCIO CASTIGADO QUE VUELVE A PEDIR PRESTADO RECUPERA SU
      *DEUDA.
           SELECT CASTIGOS ASSIGN TO "CASTIGOS-MULTAS.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CASTIGOS.

      *REGISTRO DE INCIDENTES DE CONDUCTA (INCIDENTES-SOCIOS): LA
      *SANCION VIGENTE CIERRA EL PRESTAMO Y EL AUTOSERVICIO.
           SELECT INCIDENTES ASSIGN TO "INCIDENTES-SOCIOS.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-INCIDENTES.

      *AUSENCIAS A RETENCIONES (RESERVAS-NOCHE): EL REINCIDENTE NO
      *PUEDE RESERVAR HASTA LA FECHA QUE LLEVA LA LINEA.
           SELECT AUSENCIAS ASSIGN TO "AUSENCIAS-RESERVA.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-AUSENCIAS.

           SELECT SALDOS-FINES ASSIGN TO "SALDOS-FINES.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SAL-SOCIO-ID
                               FILE STATUS IS FS-SALDOS-FINES.

      *DIARIO DE MOVIMIENTOS DE CAJA DEL MOSTRADOR (VENTAS-LOCAL):
      *LO QUE EL SOCIO YA HABIA PAGADO DEL CARGO DE REPOSICION SE
      *LE DEVUELVE DEL CAJON COMO EGRESO "O", REFERENCIA "REI ".
           SELECT CAJA-MOVIMIENTOS ASSIGN TO "CAJA-MOVIMIENTOS.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-CAJA.

      *LIBROS COBRADOS COMO PERDIDOS QUE VOLVIERON: UNA LINEA POR
      *RECUPERACION Y SU LISTADO MENSUAL PARA LOS AUDITORES.
           SELECT RECUPERADOS ASSIGN TO "RECUPERADOS.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-RECUPERADOS.

           SELECT REPORTE-RECUPERADOS ASSIGN TO "RECUPERADOS.LST"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-REPORTE-RECUP.

      *TARIFA DE DANIOS POR FECHA DE VIGENCIA (MANT-TARIFAS):
      *PORCENTAJE DEL VALOR DE REPOSICION QUE SE COBRA SEGUN EL
      *ESTADO EN QUE VUELVE EL EJEMPLAR.
           SELECT TARIFAS-DANIO ASSIGN TO "TARIFA-DANIOS.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS TDA-FECHA-VIGENCIA
                               FILE STATUS IS FS-TARIFAS-DANIO.

      *REGISTRO DE REPARACIONES (REPARACIONES.CBL) Y SU NUMERADOR:
      *EL EJEMPLAR QUE VUELVE PIDIENDO REPARACION ABRE LA SUYA EN EL
      *MOSTRADOR, PENDIENTE DE DESPACHO AL ENCUADERNADOR.
           SELECT REPARACIONES ASSIGN TO "REPARACIONES.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS REP-NUMERO
                               FILE STATUS IS FS-REPARACIONES.

           SELECT REP-NUMERADOR ASSIGN TO "REPARACIONES.NUM"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-REP-NUMERADOR.

      *COLA DE PROCESO TECNICO (PROCESO-TECNICO.CBL) Y SU
      *NUMERADOR: LOS EJEMPLARES DE UNA CARGA MASIVA ENTRAN AHI Y
      *RECIEN QUEDAN DISPONIBLES AL LLEGAR AL ESTANTE.
           SELECT PROCESO-TECNICO ASSIGN TO "PROCESO-TECNICO.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PT-NUMERO
                               FILE STATUS IS FS-PROCESO-TECNICO.

           SELECT PT-NUMERADOR ASSIGN TO "PROCESO-TECNICO.NUM"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-PT-NUMERADOR.

      *FICHERO DE NOTAS POR SOCIO DE SIENT01T: EL DANIO COBRADO AL
      *DEVOLVER DEJA SU NOTA FECHADA AUTOMATICA.
           SELECT REG-NOTAS ASSIGN TO "sient01t.fic"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NTA-CLAVE-STATUS
                               FILE STATUS IS FS-REG-NOTAS.

      *COLA DE CORREO SALIENTE QUE LEVANTA LA PASARELA DE CORREO
      *(VER CORREO-DEVUELTO.CBL) Y SU NUMERADOR DE MENSAJES: EL SOCIO
      *CON DIRECCION DE CORREO ELECTRONICO VALIDA RECIBE EL AVISO DE
      *RETIRO POR ESA VIA EN LUGAR DE LA ESQUELA IMPRESA.
           SELECT COLA-CORREO ASSIGN TO "CORREO-SALIDA.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-COLA-CORREO.

           SELECT COLA-NUMERADOR ASSIGN TO "CORREO-SALIDA.NUM"
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS FS-COLA-NUMERADOR.

      *JORNAL DE IMAGENES POSTERIORES: CADA ALTA, MODIFICACION O
      *BAJA SOBRE LOS MAESTROS CENTRALES DEJA SU IMAGEN COMPLETA EN
      *UNA LINEA, MISMO PATRON DE AGREGAR-AL-FINAL QUE LA TRAZA DE
           05 EDITORIAL PIC X(20)  VALUE SPACES.
           05 ESTADO   PIC X(12)   VALUE SPACES.
               88 ESTADO-VALIDO    VALUES "DISPONIBLE" "PRESTADO"
                                           "EXTRAVIADO" "BAJA"
                                           "EN PROCESO".
           05 CANTIDAD-EJEMPLARES     PIC 9(3) VALUE ZEROS.
           05 EJEMPLARES-DISPONIBLES  PIC 9(3) VALUE ZEROS.
           05 ISBN     PIC X(13)   VALUE SPACES.
      *AUTOR DEL TITULO (AGREGADO AL FINAL; LAS LINEAS VIEJAS SE
      *LEEN EN BLANCO).
           05 CARGA-AUTOR                 PIC X(20).
      *PROCEDENCIA DE LOS EJEMPLARES PARA LA COLA DE PROCESO
      *TECNICO: "C" COMPRA, "D" DONACION; EN BLANCO SIN INFORMAR.
           05 CARGA-ORIGEN                PIC X(1).

       FD CARGA-RECHAZOS.

       01 LINEA-RECHAZO.
           05 RECH-MOTIVO                 PIC X(25).
           05 RECH-LINEA                  PIC X(158).

       FD CATEGORIAS.

      *(LA MARCA LA PONE RESERVAS-NOCHE.CBL).
               88 RESERVA-RETENIDA        VALUE "R".
               88 RESERVA-VENCIDA         VALUE "V".
      *"T": EL EJEMPLAR DEVUELTO EN OTRA SUCURSAL VIAJA A LA DE
      *RETIRO DEL SOCIO (TRANSFERENCIAS.DAT); LA VENTANA DE RETIRO
      *EMPIEZA RECIEN CUANDO TRANSFIERE-LIBROS LO RECIBE ALLA.
               88 RESERVA-EN-TRANSITO     VALUE "T".
      *ULTIMO DIA ABIERTO EN QUE EL SOCIO PUEDE PASAR A RETIRAR EL
      *EJEMPLAR APARTADO (SOLO CON ESTADO "R"). COMO EL ARCHIVO ES
      *INDEXADO, EL CRECIMIENTO DE 21 A 29 REQUIERE LA
      *RECONSTRUCCION UNICA DE MIGRA-RESERVAS.CBL (QUE DEJA LA
      *FECHA EN CERO PARA LAS RESERVAS VIEJAS).
           05 RESERVA-FECHA-LIMITE        PIC 9(8)  VALUE ZEROS.
      *SUCURSAL DONDE EL SOCIO RETIRA, ELEGIDA AL RESERVAR. EL
      *CRECIMIENTO DE 29 A 32 LO HACE MIGRA-RESERVAS-SUC.CBL, QUE
      *DEJA EN BLANCO LAS RESERVAS VIEJAS (SE RETIRAN DONDE SE
      *DEVUELVA EL EJEMPLAR, COMO ANTES).
           05 RESERVA-SUCURSAL-RETIRO     PIC X(03) VALUE SPACES.

       FD CLASES-SOCIO.

           05 ICTL-FECHA-ARMADO       PIC 9(8).
           05 ICTL-CANT-ENTRADAS      PIC 9(8).

       FD MATERIAS.

       01 DATOS-MATERIA.
           05 MAT-TERMINO             PIC X(30).
           05 MAT-TIPO                PIC X(1).
               88 MAT-PREFERIDO       VALUE "P".
               88 MAT-REFERENCIA      VALUE "V".
           05 MAT-VER                 PIC X(30).
           05 MAT-NOTA                PIC X(40).

       FD LIBRO-MATERIAS.

       01 DATOS-LIBRO-MATERIA.
           05 LMA-CLAVE.
               10 LMA-LIBRO-ID            PIC 9(6).
               10 LMA-TERMINO             PIC X(30).
           05 LMA-ORDEN.
               10 LMA-TERMINO-ORDEN       PIC X(30).
               10 LMA-LIBRO-ORDEN         PIC 9(6).

       FD RECOMENDACIONES.

       01 DATOS-RECOMENDACION.
           05 RCM-LIBRO-ID                PIC 9(6).
           05 RCM-FECHA-GENERACION        PIC 9(8).
           05 RCM-CANTIDAD                PIC 9(1).
           05 RCM-SUGERIDO OCCURS 5 TIMES.
               10 RCM-SUG-LIBRO-ID        PIC 9(6).
               10 RCM-SUG-TITULO          PIC X(30).
               10 RCM-SUG-LECTORES        PIC 9(5).

       FD EXISTENCIAS-SUC.

       01 DATOS-EXISTENCIA.
           05 EXI-CANTIDAD                PIC 9(3).
           05 EXI-DISPONIBLES             PIC 9(3).

       FD SUCURSALES.

       01 DATOS-SUCURSAL.
           05 SUC-CODIGO                  PIC X(3).
           05 SUC-NOMBRE                  PIC X(30).
           05 SUC-DOMICILIO               PIC X(40).

       FD TRANSFERENCIAS.

       01 DATOS-TRANSFERENCIA.
           05 TRANSF-NUMERO               PIC 9(6).
           05 TRANSF-LIBRO-ID             PIC 9(6).
           05 TRANSF-ORIGEN               PIC X(3).
           05 TRANSF-DESTINO              PIC X(3).
           05 TRANSF-FECHA-ENVIO          PIC 9(8).
           05 TRANSF-FECHA-RECEPCION      PIC 9(8).
           05 TRANSF-ESTADO               PIC X(1).
               88 TRANSF-EN-TRANSITO      VALUE "T".
      *"R": EJEMPLAR APARTADO QUE VIAJA A LA SUCURSAL DE RETIRO DE
      *UNA RESERVA (NO TOCA EL CATALOGO, VER TRANSFIERE-LIBROS).
           05 TRANSF-SENTIDO              PIC X(1).
               88 TRANSF-PARA-RESERVA     VALUE "R".

       FD TRANSF-NUMERADOR.

       01 LINEA-NUMERADOR-TRA             PIC 9(6).

       FD AVISOS-RETIRO.

       01 LINEA-AVISO-RETIRO              PIC X(80).
      *CLASE DE SOCIO (MANT-CLASES), EN BLANCO RIGE LA REGLA
      *GENERAL.
           05 SOCIO-CLASE-STATUS      PIC X(01).
           05 FILLER                  PIC X(01).
      *PREFERENCIA SIN CARTAS, DIRECCION DE CORREO ELECTRONICO Y
      *MARCA DE REBOTE (SIENT01M / CORREO-DEVUELTO.CBL): DECIDEN SI
      *EL AVISO DE RETIRO SALE POR CORREO ELECTRONICO.
           05 SOCIO-SIN-CARTAS-STATUS PIC X(01).
               88 SOCIO-SIN-CARTAS    VALUE "S" "s".
           05 SOCIO-EMAIL-STATUS      PIC X(50).
           05 SOCIO-EMAIL-REB-STATUS  PIC X(01).
               88 SOCIO-EMAIL-REBOTADO VALUE "S" "s".
           05 FILLER                  PIC X(261).

       FD REPORTES-ARCHIVO.

           05 POL-NO-CIRCULA          PIC X(1).
               88 POLITICA-NO-CIRCULA VALUE "S".

       FD RESERVA-CURSO.

       01 DATOS-RESERVA-CURSO.
           05 RCU-CLAVE.
               10 RCU-LIBRO-ID        PIC 9(6).
               10 RCU-CURSO           PIC X(4).
           05 RCU-DOCENTE-ID          PIC 9(6).
           05 RCU-FECHA-DESDE         PIC 9(8).
           05 RCU-FECHA-HASTA         PIC 9(8).
      *00 = UN DIA; 01 A 12 = HORAS, SE DEVUELVE EN EL DIA.
           05 RCU-HORAS               PIC 9(2).
           05 RCU-SOLO-CURSO          PIC X(1).
               88 RCU-SOLO-INSCRIPTOS VALUE "S".
           05 RCU-FECHA-ALTA          PIC 9(8).

       FD XREF-ESTUDIANTES.

       01 LINEA-XREF.
           05 XREF-STUDENT-ID         PIC 9(8).
           05 XREF-CLAVE              PIC X(11).

       FD STUDENTS-RECORD.

       01 STUDENT-DETAILS.
           02 STUDENT-ID          PIC 9(8).
           02 STUDENT-NAME.
              03 SURNAME          PIC X(8).
              03 NAM              PIC X(8).
           02 DATE-OF-BIRTH       PIC 9(8).
           02 COURSE-CODE         PIC X(4).
           02 GRADES              PIC 99.
           02 GENDER              PIC X.

       FD CALENDARIO-CIERRE.

       01 LINEA-CALENDARIO.
           05 FILLER                  PIC X(8).
           05 FILLER                  PIC X(90).

      *VISTA DEL LIBRO MAYOR DE MULTAS, MISMO LAYOUT QUE
      *PROG-PAGOS-F.CBL.
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
           05 FINES-DIAS-ATRASO       PIC 9(3).
           05 FINES-FECHA-PRESTAMO    PIC 9(8).
           05 FINES-MOTIVO            PIC X(10).
           05 FINES-AUTORIZANTE       PIC X(11).
           05 FINES-RECIBO            PIC 9(6).
           05 FINES-SUCURSAL          PIC X(03).

      *"C" CASTIGO, "R" REHABILITACION (MISMO LAYOUT QUE
      *PROG-PAGOS-F).
       FD CASTIGOS.

       01 LINEA-CASTIGO.
           05 CAS-SOCIO-ID            PIC 9(6).
           05 CAS-FECHA               PIC 9(8).
           05 CAS-TIPO                PIC X(01).
               88 CAS-CASTIGO         VALUE "C".
               88 CAS-REHABILITACION  VALUE "R".
           05 CAS-MONTO               PIC 9(6)V99.
           05 CAS-ULTIMA-ACTIVIDAD    PIC 9(8).
           05 CAS-AUTORIZANTE         PIC X(11).
           05 CAS-SUCURSAL            PIC X(03).

      *SOLO LAS FECHAS DE LA SANCION: EL TEXTO DEL INCIDENTE QUEDA
      *PARA LOS SUPERVISORES EN INCIDENTES-SOCIOS.
       FD INCIDENTES.

       01 LINEA-INCIDENTE.
           05 INC-SOCIO-ID            PIC 9(6).
           05 FILLER                  PIC X(22).
           05 INC-SANCION-DESDE       PIC 9(8).
           05 INC-SANCION-HASTA       PIC 9(8).
           05 FILLER                  PIC X(60).

       FD AUSENCIAS.

       01 LINEA-AUSENCIA.
           05 AUR-SOCIO-ID            PIC 9(6).
           05 FILLER                  PIC X(17).
           05 AUR-BLOQUEO-HASTA       PIC 9(8).
           05 FILLER                  PIC X(06).

       FD SALDOS-FINES.

       01 REG-SALDO-FINES.
           05 SAL-SOCIO-ID            PIC 9(6).
           05 SAL-ASIGNADO            PIC 9(8)V99.
           05 SAL-PAGADO              PIC 9(8)V99.
           05 SAL-FECHA-VIEJA         PIC 9(8).
           05 SAL-FECHA-CORTE         PIC 9(8).

       FD CAJA-MOVIMIENTOS.

       01 LINEA-CAJA.
           05 CAJA-FECHA              PIC 9(8).
           05 CAJA-TIPO               PIC X(01).
           05 CAJA-IMPORTE            PIC 9(6)V99.
           05 CAJA-REFERENCIA         PIC X(10).
           05 CAJA-SUCURSAL           PIC X(03).
           05 CAJA-OPERADOR           PIC X(11).

      *UNA LINEA POR LIBRO PERDIDO RECUPERADO: EL CARGO DE
      *REPOSICION REVERTIDO, CUANTO SE EXONERO DEL SALDO, CUANTO SE
      *REINTEGRO POR CAJA Y LA MULTA POR ATRASO QUE QUEDO EN PIE.
       FD RECUPERADOS.

       01 DATOS-RECUPERADO.
           05 REC-FECHA               PIC 9(8).
           05 REC-LIBRO-ID            PIC 9(6).
           05 REC-SOCIO-ID            PIC 9(6).
           05 REC-FECHA-PRESTAMO      PIC 9(8).
           05 REC-FECHA-VENCIMIENTO   PIC 9(8).
           05 REC-CARGO               PIC 9(6)V99.
           05 REC-EXONERADO           PIC 9(6)V99.
           05 REC-REINTEGRADO         PIC 9(6)V99.
           05 REC-MULTA-ATRASO        PIC 9(6)V99.
           05 REC-SUCURSAL            PIC X(03).
           05 REC-OPERADOR            PIC X(10).
           05 REC-TITULO              PIC X(30).

       FD REPORTE-RECUPERADOS.

       01 LINEA-RECUPERADO            PIC X(132).

       FD TARIFAS-DANIO.

       01 DATOS-TARIFA-DANIO.
           05 TDA-FECHA-VIGENCIA      PIC 9(8).
           05 TDA-PORC-LEVE           PIC 9(3).
           05 TDA-PORC-REPARAR        PIC 9(3).
           05 TDA-PORC-INSERVIBLE     PIC 9(3).

       FD REPARACIONES.

       01 DATOS-REPARACION.
           05 REP-NUMERO              PIC 9(6).
           05 REP-LIBRO-ID            PIC 9(6).
           05 REP-PROVEEDOR           PIC 9(4).
           05 REP-FECHA-ENVIO         PIC 9(8).
           05 REP-FECHA-ESPERADA      PIC 9(8).
           05 REP-FECHA-VUELTA        PIC 9(8).
           05 REP-COSTO               PIC 9(6).
           05 REP-ESTADO              PIC X(1).
               88 REP-ENVIADA         VALUE "E".
               88 REP-VUELTA          VALUE "V".
               88 REP-PENDIENTE       VALUE "P".
      *BIEN DE USO REPARADO (AGREGADO AL FINAL; CERO = LIBRO).
           05 REP-BIEN                PIC 9(6).

       FD REP-NUMERADOR.

       01 LINEA-NUMERADOR-REP         PIC 9(6).

      *UN LOTE DE EJEMPLARES DE UN TITULO EN LA COLA DE PROCESO
      *TECNICO, CON FECHA Y OPERADOR DE CADA ETAPA CUMPLIDA.
       FD PROCESO-TECNICO.

       01 DATOS-PROCESO-TECNICO.
           05 PT-NUMERO               PIC 9(6).
           05 PT-LIBRO-ID             PIC 9(6).
           05 PT-CANTIDAD             PIC 9(3).
           05 PT-ORIGEN               PIC X(1).
           05 PT-SUCURSAL             PIC X(3).
           05 PT-ETAPA                PIC 9(1).
           05 PT-HISTORIA OCCURS 5 TIMES.
               10 PT-FECHA-ETAPA      PIC 9(8).
               10 PT-OPERADOR-ETAPA   PIC X(10).

       FD PT-NUMERADOR.

       01 LINEA-NUMERADOR-PT          PIC 9(6).

       FD REG-NOTAS.

       01 REG-NTA-STATUS.
           05 NTA-CLAVE-STATUS        PIC X(11).
           05 NTA-LINEA-STATUS        PIC X(68) OCCURS 10.
           05 FILLER                  PIC X(30).

      *MENSAJE DE LA COLA: RENGLON 000 DE CABECERA Y LUEGO LOS
      *RENGLONES DE TEXTO, IGUALES A LOS DE LA ESQUELA IMPRESA.
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

       FD JORNAL-DIARIO.

       01 LINEA-JORNAL.
       01 FS-INDICE-CTL        PIC XX.
           88 F-NOEXISTE-ICTL  VALUE "35".

       01 FS-MATERIAS          PIC XX.
           88 ESTA-MATERIA     VALUE "00" "02".
           88 F-NOEXISTE-MAT   VALUE "35".

       01 FS-LIBRO-MATERIAS    PIC XX.
           88 FIN-LIBRO-MATERIAS VALUE "10".
           88 F-NOEXISTE-LMA   VALUE "35".

       01 FS-RECOMENDACIONES   PIC XX.
           88 ESTA-RECOMENDACION VALUE "00" "02".
           88 F-NOEXISTE-REC   VALUE "35".

       01 FS-EXISTENCIAS       PIC XX.
           88 ESTA-REG-EXI     VALUE "00" "02".
           88 N-ESTA-REG-EXI   VALUE "23".
           88 FIN-REG-EXI      VALUE "10".
           88 F-NOEXISTE-EXI   VALUE "35".

       01 FS-SUCURSALES        PIC XX.
           88 ESTA-SUCURSAL    VALUE "00" "02".
           88 F-NOEXISTE-SUCS  VALUE "35".

       01 FS-TRANSFERENCIAS    PIC XX.
           88 F-NOEXISTE-TRA   VALUE "35".

       01 FS-NUMERADOR-TRA     PIC XX.
           88 F-NOEXISTE-NTRA  VALUE "35".

       01 FS-REPORTE-DISTRIBUCION PIC XX.
           88 ESTA-REG-DIST    VALUE "00" "02".

       01 FS-JORNAL            PIC XX.
           88 F-NOEXISTE-JRN   VALUE "05" "35".

       01 FS-REG-FINES         PIC XX.
           88 FIN-REG-FINES    VALUE "10".
           88 F-NOEXISTE-FINES VALUE "05" "35".

       01 FS-SALDOS-FINES      PIC XX.
           88 ESTA-SALDO-FINES VALUE "00" "02".
           88 F-NOEXISTE-SALDOS VALUE "35".

       01 FS-CASTIGOS          PIC XX.
           88 FIN-CASTIGOS     VALUE "10".
           88 F-NOEXISTE-CAS   VALUE "05" "35".
      *DEUDA CASTIGADA TODAVIA NO REHABILITADA DEL SOCIO.
       77 AUX-CAS-PENDIENTE    PIC S9(7)V99 VALUE ZEROS.

       01 FS-INCIDENTES        PIC XX.
           88 FIN-INCIDENTES   VALUE "10".
           88 F-NOEXISTE-INC   VALUE "05" "35".
      *FIN DE LA SANCION DISCIPLINARIA VIGENTE DEL SOCIO (CERO SI
      *NO TIENE NINGUNA).
       77 AUX-SANCION-HASTA    PIC 9(8) VALUE ZEROS.

       01 FS-AUSENCIAS         PIC XX.
           88 FIN-AUSENCIAS    VALUE "10".
           88 F-NOEXISTE-AUS   VALUE "05" "35".
      *FIN DEL BLOQUEO DE RESERVAS POR AUSENCIAS (CERO SI NO TIENE).
       77 AUX-BLOQUEO-RESERVAS PIC 9(8) VALUE ZEROS.

       01 FS-CAJA              PIC XX.
           88 F-NOEXISTE-CAJA  VALUE "05" "35".

       01 FS-RECUPERADOS       PIC XX.
           88 FIN-RECUPERADOS  VALUE "10".
           88 F-NOEXISTE-RECUP VALUE "05" "35".

       01 FS-REPORTE-RECUP     PIC XX.

       01 FS-TARIFAS-DANIO     PIC XX.
           88 FIN-TARIFAS-DANIO VALUE "10".
           88 F-NOEXISTE-TDA   VALUE "35".

       01 FS-REPARACIONES      PIC XX.
           88 F-NOEXISTE-REP   VALUE "35".

       01 FS-REP-NUMERADOR     PIC XX.
           88 F-NOEXISTE-REPNUM VALUE "35".

       01 FS-PROCESO-TECNICO   PIC XX.
           88 F-NOEXISTE-PT    VALUE "35".

       01 FS-PT-NUMERADOR      PIC XX.
           88 F-NOEXISTE-PTNUM VALUE "35".

       01 FS-REG-NOTAS         PIC XX.
           88 ESTA-REG-NTA     VALUE "00" "02".
           88 F-NOEXISTE-NTA   VALUE "35".

       01 FS-COLA-CORREO       PIC XX.
           88 F-NOEXISTE-COLA  VALUE "05" "35".

       01 FS-COLA-NUMERADOR    PIC XX.
           88 F-NOEXISTE-COLANUM VALUE "35".

      *Mensaje en curso en la cola de correo y canal del aviso
      *(E=correo electronico, P=papel).
       77 AUX-COLA-NUMERO      PIC 9(8) VALUE ZEROS.
       77 AUX-COLA-RENGLON     PIC 9(3) VALUE ZEROS.
       77 AUX-COLA-ASUNTO      PIC X(40) VALUE SPACES.
       77 AUX-COLA-TEXTO       PIC X(80) VALUE SPACES.
       77 AUX-CANAL-AVISO      PIC X VALUE "P".
           88 AVISO-POR-EMAIL  VALUE "E".

      *Estado en que vuelve el ejemplar y lo que se hace con el:
      *cargo de danio (porcentaje del valor de reposicion segun la
      *tarifa vigente), reparacion abierta o baja del ejemplar.
       77 AUX-ESTADO-EJEMPLAR  PIC X VALUE "1".
           88 EJEMPLAR-BUENO       VALUE "1".
           88 EJEMPLAR-DANIO-LEVE  VALUE "2".
           88 EJEMPLAR-A-REPARAR   VALUE "3".
           88 EJEMPLAR-INSERVIBLE  VALUE "4".
           88 ESTADO-EJEMPLAR-VALIDO VALUE "1" THRU "4".
       77 AUX-PORC-DANIO       PIC 9(3) VALUE ZEROS.
       77 AUX-CARGO-DANIO      PIC 9(6)V99 VALUE ZEROS.
       77 AUX-MOTIVO-DANIO     PIC X(10) VALUE SPACES.
       77 AUX-NUMERO-REPARACION PIC 9(6) VALUE ZEROS.
      *Lote de la carga masiva que entra a la cola de proceso
      *tecnico en lugar de quedar disponible en el acto.
       77 AUX-NUMERO-PROCESO   PIC 9(6) VALUE ZEROS.
       77 AUX-VA-A-PROCESO     PIC X VALUE "N".
           88 VA-A-PROCESO     VALUE "S".
      *Nota automatica a agregar en la ficha de notas del socio,
      *con fichas de continuacion "+1" a "+9" como en PROG-PAGOS-F.
       77 AUX-NOTA-SOCIO       PIC 9(6) VALUE ZEROS.
       77 AUX-NOTA-TEXTO       PIC X(68) VALUE SPACES.
       77 AUX-NOTA-CLAVE       PIC X(11) VALUE SPACES.
       77 AUX-NOTA-CONTINUACION PIC 9(2) VALUE ZEROS.
       77 AUX-NOTA-GRABADA     PIC X VALUE "N".
           88 NOTA-GRABADA     VALUE "S".
       77 AUX-NOTA-IND         PIC 9(2) VALUE ZEROS.

      *Variables de la devolucion de un libro ya cobrado como
      *perdido: cargo de reposicion hallado en el libro mayor, multa
      *por atraso del mismo prestamo, saldo del socio y reparto de
      *la reversion entre exoneracion y reintegro por caja.
       77 AUX-PRESTAMO-PERDIDO PIC X VALUE "N".
           88 ES-PRESTAMO-PERDIDO VALUE "S".
       77 AUX-CARGO-HALLADO    PIC X VALUE "N".
           88 CARGO-HALLADO    VALUE "S".
       77 AUX-CARGO-PERDIDO    PIC 9(6)V99 VALUE ZEROS.
       77 AUX-MULTA-ATRASO     PIC 9(6)V99 VALUE ZEROS.
       77 AUX-SALDO-MULTAS     PIC S9(8)V99 VALUE ZEROS.
       77 AUX-EXONERAR         PIC 9(6)V99 VALUE ZEROS.
       77 AUX-REINTEGRAR       PIC 9(6)V99 VALUE ZEROS.
       77 AUX-IMPORTE-EDIT     PIC 9(6).99 VALUE ZEROS.
      *Variables del listado mensual de recuperados.
       77 AUX-PERIODO-RECUP    PIC 9(6) VALUE ZEROS.
       77 AUX-CANT-RECUP       PIC 9(4) VALUE ZEROS.
       77 AUX-TOT-CARGO        PIC 9(8)V99 VALUE ZEROS.
       77 AUX-TOT-EXONERADO    PIC 9(8)V99 VALUE ZEROS.
       77 AUX-TOT-REINTEGRADO  PIC 9(8)V99 VALUE ZEROS.
       77 AUX-TOT-MULTA        PIC 9(8)V99 VALUE ZEROS.
       77 AUX-REC-CARGO-EDIT   PIC 9(6).99.
       77 AUX-REC-EXO-EDIT     PIC 9(6).99.
       77 AUX-REC-REI-EDIT     PIC 9(6).99.
       77 AUX-REC-MUL-EDIT     PIC 9(6).99.
       77 AUX-TOTAL-EDIT       PIC 9(8).99.

      *OPERACION A ASENTAR EN EL JORNAL DE IMAGENES (W/R/D).
       77 AUX-JRN-OPERACION    PIC X VALUE "W".

           88 ESTA-POLITICA    VALUE "00" "02".
           88 F-NOEXISTE-POL   VALUE "35".

       01 FS-RESERVA-CURSO     PIC XX.
           88 FIN-RESERVA-CURSO VALUE "10".
           88 F-NOEXISTE-RCU   VALUE "35".

       01 FS-XREF              PIC XX.
           88 FIN-XREF         VALUE "10".
           88 F-NOEXISTE-XREF  VALUE "05" "35".

       01 FS-STUDENTS          PIC XX.
           88 FIN-STUDENTS     VALUE "10".
           88 F-NOEXISTE-STU   VALUE "35".

       01 FS-REP-ARCHIVO       PIC XX.
           88 F-NOEXISTE-REPA  VALUE "05" "35".

       77 PRESTAMO-OPC         PIC X.
       77 AUX-SOCIO-ID         PIC 9(6).
       77 AUX-LIBRO-PRESTADO   PIC X.
       77 AUX-LIBRO-EN-PROCESO PIC X.
       77 AUX-FECHA-HOY        PIC 9(8).
       77 DIAS-PRESTAMO        PIC 9(3) VALUE 014.
      *TOPE DE VECES QUE UN MISMO PRESTAMO PUEDE RENOVARSE, EN LUGAR
       77 AUX-EDAD-POLITICA    PIC 99 VALUE ZEROS.
       77 AUX-TITULO-NO-CIRCULA PIC X VALUE "N".
           88 TITULO-NO-CIRCULA VALUE "S".
      *Reserva de curso vigente sobre el titulo (BUSCAR-RESERVA-
      *CURSO): plazo mas corto de las reservas vigentes, si alguna
      *deja prestar a cualquiera y los cursos que lo restringen.
       77 AUX-RCU-VIGENTE      PIC X VALUE "N".
           88 RESERVA-CURSO-VIGENTE VALUE "S".
       77 AUX-RCU-HORAS        PIC 9(2) VALUE ZEROS.
       77 AUX-RCU-ABIERTA      PIC X VALUE "N".
           88 RESERVA-CURSO-ABIERTA VALUE "S".
       77 MAX-CURSOS-RESERVA   PIC 9(2) VALUE 10.
       01 TABLA-CURSOS-RESERVA.
           05 TCR-CURSO OCCURS 10 TIMES PIC X(4).
       77 AUX-CANT-CURSOS-RES  PIC 9(2) VALUE ZEROS.
       77 AUX-IND-CUR          PIC 9(2) VALUE ZEROS.
       77 AUX-CLAVE-XREF       PIC X(11) VALUE SPACES.
       77 AUX-STUDENT-ID       PIC 9(8) VALUE ZEROS.
       77 AUX-INSCRIPTO        PIC X VALUE "N".
           88 SOCIO-INSCRIPTO-CURSO VALUE "S".
       77 AUX-EDAD-SOCIO       PIC 99 VALUE ZEROS.
       77 AUX-EDAD-INSUF       PIC X VALUE "N".
           88 EDAD-INSUFICIENTE-PRESTAMO VALUE "S".
      *y cuanto sumar o restar a cada contador (negativo resta). El
      *registro se crea solo la primera vez que la sucursal aparece.
       77 AUX-EXI-LIBRO        PIC 9(6) VALUE ZEROS.
       77 AUX-IND-REC          PIC 9(1) VALUE ZEROS.
       77 AUX-EXI-SUCURSAL     PIC X(3) VALUE SPACES.
       77 AUX-EXI-DELTA-CANT   PIC S9(3) VALUE ZEROS.
       77 AUX-EXI-DELTA-DISP   PIC S9(3) VALUE ZEROS.
       77 AUX-RETIRO-HALLADO   PIC X VALUE "N".
           88 RETIRO-HALLADO   VALUE "S".

      *PARAMETROS DEL SISTEMA (LEE-PARAMETRO.CBL): SIN REGISTRO EN
      *PARAMETROS-SISTEMA.DAT QUEDA EL VALOR DE SIEMPRE.
       01 LPA-PARAMETROS.
           05 LPA-CLAVE            PIC X(15).
           05 LPA-VALOR            PIC X(60).
           05 LPA-NUMERO           PIC 9(9)V99.
           05 LPA-RESULTADO        PIC X(2).
               88 PARAMETRO-HALLADO VALUE "OK".

      *COPIA DE ENTRENAMIENTO (MODO-ENTRENA.CBL): EN LA COPIA CADA
      *PANTALLA LLEVA LA LEYENDA ENTRENAMIENTO.
       01 MEN-PARAMETROS.
           05 MEN-MODO             PIC X(1).
               88 EN-ENTRENAMIENTO VALUE "E".
           05 MEN-FECHA-COPIA      PIC 9(8).
           05 MEN-FECHA-RESGUARDO  PIC 9(8).

      *MEMBRETE DE LA ESQUELA (PARAMETROS DEL SISTEMA): SOLO SE
      *IMPRIMEN LOS CARGADOS.
       77 NOMBRE-BIBLIOTECA        PIC X(30) VALUE SPACES.
       77 DOMICILIO-BIBLIOTECA     PIC X(40) VALUE SPACES.
       77 TELEFONO-BIBLIOTECA      PIC X(20) VALUE SPACES.

      *Datos que la busqueda por id muestra cuando el titulo esta
      *totalmente prestado: proxima fecha de devolucion esperada y
      *cuantas reservas ya esperan en la cola.

      *Variable de busqueda por categoria.
       77 AUX-CATEGORIA        PIC X(15).
       77 AUX-MATERIA          PIC X(30).
       77 AUX-SALTOS-VEASE     PIC 9(1).

      *Contadores para el reporte estadistico del catalogo.
       77 EST-CANT-DISPONIBLE  PIC 9(5) VALUE ZEROS.
       77 EST-CANT-PRESTADO    PIC 9(5) VALUE ZEROS.
       77 EST-CANT-EXTRAVIADO  PIC 9(5) VALUE ZEROS.
       77 EST-CANT-BAJA        PIC 9(5) VALUE ZEROS.
       77 EST-CANT-EN-PROCESO  PIC 9(5) VALUE ZEROS.
       77 EST-EDITORIAL-ANT    PIC X(20) VALUE SPACES.
       77 EST-CANT-EDITORIAL   PIC 9(5) VALUE ZEROS.

      *con el operador; queda estampada en cada prestamo nuevo.
      *"SED" es la sede central.
       77 AUX-SUCURSAL         PIC X(3) VALUE "SED".
      *Sucursal de retiro pedida al reservar y transferencia que la
      *devolucion deja en transito hacia ella.
       77 AUX-SUCURSAL-RETIRO  PIC X(3) VALUE SPACES.
       77 AUX-SUC-VALIDA       PIC X VALUE "N".
           88 SUC-RETIRO-VALIDA VALUE "S".
       77 AUX-NUMERO-TRANSF    PIC 9(6) VALUE ZEROS.

      *Codificacion de una via de la palabra de paso: "#" mas ocho
      *digitos calculados sobre los 15 caracteres. Mismo algoritmo
                           "NO SE PUEDE USAR AHORA."
                   STOP RUN
               END-IF
               CALL "MODO-ENTRENA" USING MEN-PARAMETROS
               PERFORM INGRESO-OPERADOR THRU INGRESO-OPERADOR-EXIT
               MOVE "S" TO AUD-OPERADOR-CARGADO
               PERFORM CARGAR-PARAMETROS
               MOVE "E" TO AUX-TRM-EVENTO
               PERFORM REGISTRAR-TERMINAL
           END-IF.
           DISPLAY "7.Carga masiva de titulos" AT LINE 10 COL 1
           DISPLAY "8.Estadisticas del catalogo" AT LINE 11 COL 1
           DISPLAY "9.Migrar LIBRO-ID a 6 digitos" AT LINE 12 COL 1
           DISPLAY "R.Libros perdidos recuperados" AT LINE 12 COL 40
           DISPLAY "A.Migrar autor al catalogo" AT LINE 13 COL 40
           DISPLAY "T.Migrar titulo a 60 posiciones" AT LINE 14
                                                           COL 40
               WHEN "d" PERFORM LISTAR-DESBAJA
               WHEN "E"
               WHEN "e" PERFORM GENERAR-DISTRIBUCION-SUCURSALES
               WHEN "R"
               WHEN "r" PERFORM LISTAR-RECUPERADOS
                                THRU LISTAR-RECUPERADOS-EXIT
               WHEN 0 MOVE "N" TO CONTINUAR
           END-EVALUATE
      *SI LA CADENA ARRANCO CON LA SESION ABIERTA SE CORTA ACA,
               MOVE ZEROS TO EST-CANT-PRESTADO
               MOVE ZEROS TO EST-CANT-EXTRAVIADO
               MOVE ZEROS TO EST-CANT-BAJA
               MOVE ZEROS TO EST-CANT-EN-PROCESO
               INITIALIZE LIBRO-ID
               START REG-LIBROS KEY IS >= LIBRO-ID END-START
               READ REG-LIBROS NEXT RECORD END-READ
                           ADD 1 TO EST-CANT-EXTRAVIADO
                       WHEN "BAJA"
                           ADD 1 TO EST-CANT-BAJA
                       WHEN "EN PROCESO"
                           ADD 1 TO EST-CANT-EN-PROCESO
                   END-EVALUATE
                   READ REG-LIBROS NEXT RECORD END-READ
               END-PERFORM
               DISPLAY EST-CANT-EXTRAVIADO          AT LINE 6 COL 14
               DISPLAY "BAJA       :" AT LINE 7 COL 1
               DISPLAY EST-CANT-BAJA                AT LINE 7 COL 14
               DISPLAY "EN PROCESO :" AT LINE 8 COL 1
               DISPLAY EST-CANT-EN-PROCESO          AT LINE 8 COL 14

               DISPLAY "TITULOS POR EDITORIAL"      AT LINE 9 COL 1
                                               WITH REVERSE-VIDEO
           END-IF.
           PERFORM CERRAR-ARCHIVO.

      *LISTADO MENSUAL DE LIBROS COBRADOS COMO PERDIDOS QUE
      *VOLVIERON (RECUPERADOS.DAT), PARA LOS AUDITORES: CADA
      *RECUPERACION CON EL CARGO REVERTIDO, LO EXONERADO, LO
      *REINTEGRADO POR CAJA Y LA MULTA POR ATRASO QUE QUEDO, Y LOS
      *TOTALES DEL MES. SE ARCHIVA COMO LOS DEMAS REPORTES.
       LISTAR-RECUPERADOS.
           PERFORM LIMPIAR-PANTALLA.
           DISPLAY "LIBROS PERDIDOS RECUPERADOS" AT LINE 1 COL 1
                                               WITH REVERSE-VIDEO
           DISPLAY "Mes a listar (AAAAMM):" AT LINE 3 COL 1
                                               WITH REVERSE-VIDEO
           MOVE ZEROS TO AUX-PERIODO-RECUP.
           ACCEPT AUX-PERIODO-RECUP AT LINE 3 COL 24
                                       WITH PROMPT UNDERLINE UPDATE.
           IF AUX-PERIODO-RECUP = ZEROS
               GO TO LISTAR-RECUPERADOS-EXIT
           END-IF.
           OPEN INPUT RECUPERADOS.
           IF F-NOEXISTE-RECUP
               CLOSE RECUPERADOS
               DISPLAY "NO HAY RECUPERACIONES REGISTRADAS"
                                               AT LINE 5 COL 1
                                               WITH BACKGROUND-COLOR 4
               ACCEPT OPC AT LINE 5 COL 35
               GO TO LISTAR-RECUPERADOS-EXIT
           END-IF.
           MOVE ZEROS TO AUX-CANT-RECUP AUX-TOT-CARGO
                         AUX-TOT-EXONERADO AUX-TOT-REINTEGRADO
                         AUX-TOT-MULTA.
           OPEN OUTPUT REPORTE-RECUPERADOS.
           ACCEPT AUX-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO LINEA-RECUPERADO.
           STRING "LIBROS PERDIDOS RECUPERADOS - MES " DELIMITED BY SIZE
                   AUX-PERIODO-RECUP                  DELIMITED BY SIZE
                   " - EMITIDO "                      DELIMITED BY SIZE
                   AUX-FECHA-HOY                      DELIMITED BY SIZE
                   INTO LINEA-RECUPERADO.
           WRITE LINEA-RECUPERADO.
           MOVE SPACES TO LINEA-RECUPERADO.
           WRITE LINEA-RECUPERADO.
           MOVE SPACES TO LINEA-RECUPERADO.
           STRING "FECHA   |LIBRO |SOCIO |PRESTADO|VENCIA  "
                                               DELIMITED BY SIZE
                  "|   CARGO |EXONERADO|REINTEGRO|MULTA ATR"
                                               DELIMITED BY SIZE
                  "|SUC|OPERADOR  |TITULO"      DELIMITED BY SIZE
                                               INTO LINEA-RECUPERADO.
           WRITE LINEA-RECUPERADO.
           READ RECUPERADOS AT END SET FIN-RECUPERADOS TO TRUE
           END-READ.
           PERFORM UNTIL FIN-RECUPERADOS
               IF REC-FECHA (1:6) = AUX-PERIODO-RECUP
                   PERFORM LINEA-LISTADO-RECUPERADO
               END-IF
               READ RECUPERADOS AT END SET FIN-RECUPERADOS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RECUPERADOS.
           MOVE SPACES TO LINEA-RECUPERADO.
           WRITE LINEA-RECUPERADO.
           MOVE SPACES TO LINEA-RECUPERADO.
           STRING "RECUPERACIONES DEL MES: " DELIMITED BY SIZE
                   AUX-CANT-RECUP            DELIMITED BY SIZE
                   INTO LINEA-RECUPERADO.
           WRITE LINEA-RECUPERADO.
           MOVE AUX-TOT-CARGO TO AUX-TOTAL-EDIT.
           MOVE SPACES TO LINEA-RECUPERADO.
           STRING "CARGOS DE REPOSICION REVERTIDOS: " DELIMITED BY SIZE
                   AUX-TOTAL-EDIT                     DELIMITED BY SIZE
                   INTO LINEA-RECUPERADO.
           WRITE LINEA-RECUPERADO.
           MOVE AUX-TOT-EXONERADO TO AUX-TOTAL-EDIT.
           MOVE SPACES TO LINEA-RECUPERADO.
           STRING "  EXONERADO DEL SALDO:           " DELIMITED BY SIZE
                   AUX-TOTAL-EDIT                     DELIMITED BY SIZE
                   INTO LINEA-RECUPERADO.
           WRITE LINEA-RECUPERADO.
           MOVE AUX-TOT-REINTEGRADO TO AUX-TOTAL-EDIT.
           MOVE SPACES TO LINEA-RECUPERADO.
           STRING "  REINTEGRADO POR CAJA:          " DELIMITED BY SIZE
                   AUX-TOTAL-EDIT                     DELIMITED BY SIZE
                   INTO LINEA-RECUPERADO.
           WRITE LINEA-RECUPERADO.
           MOVE AUX-TOT-MULTA TO AUX-TOTAL-EDIT.
           MOVE SPACES TO LINEA-RECUPERADO.
           STRING "MULTAS POR ATRASO MANTENIDAS:    " DELIMITED BY SIZE
                   AUX-TOTAL-EDIT                     DELIMITED BY SIZE
                   INTO LINEA-RECUPERADO.
           WRITE LINEA-RECUPERADO.
           CLOSE REPORTE-RECUPERADOS.
           MOVE "RECUPERADOS" TO AUX-TIPO-REPORTE.
           PERFORM ARCHIVAR-REPORTE THRU ARCHIVAR-REPORTE-EXIT.
           DISPLAY "RECUPERADOS.LST GENERADO CON EXITO" AT LINE 5 COL 1
                                               WITH BACKGROUND-COLOR 2
           DISPLAY AUX-CANT-RECUP AT LINE 5 COL 36
                                               WITH BACKGROUND-COLOR 2
           DISPLAY "Presione ENTER para volver al menu"
                                               AT LINE 7 COL 1 WITH
                                               REVERSE-VIDEO
           ACCEPT OPC AT LINE 7 COL 35.
       LISTAR-RECUPERADOS-EXIT.
           EXIT.

       LINEA-LISTADO-RECUPERADO.
           ADD 1 TO AUX-CANT-RECUP.
           ADD REC-CARGO        TO AUX-TOT-CARGO.
           ADD REC-EXONERADO    TO AUX-TOT-EXONERADO.
           ADD REC-REINTEGRADO  TO AUX-TOT-REINTEGRADO.
           ADD REC-MULTA-ATRASO TO AUX-TOT-MULTA.
           MOVE REC-CARGO        TO AUX-REC-CARGO-EDIT.
           MOVE REC-EXONERADO    TO AUX-REC-EXO-EDIT.
           MOVE REC-REINTEGRADO  TO AUX-REC-REI-EDIT.
           MOVE REC-MULTA-ATRASO TO AUX-REC-MUL-EDIT.
           MOVE SPACES TO LINEA-RECUPERADO.
           STRING REC-FECHA             DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   REC-LIBRO-ID         DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   REC-SOCIO-ID         DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   REC-FECHA-PRESTAMO   DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   REC-FECHA-VENCIMIENTO DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   AUX-REC-CARGO-EDIT   DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   AUX-REC-EXO-EDIT     DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   AUX-REC-REI-EDIT     DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   AUX-REC-MUL-EDIT     DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   REC-SUCURSAL         DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   REC-OPERADOR         DELIMITED BY SIZE
                   "|"                  DELIMITED BY SIZE
                   REC-TITULO           DELIMITED BY SIZE
                   INTO LINEA-RECUPERADO.
           WRITE LINEA-RECUPERADO.

       COPIAR-RECUP-AL-ARCHIVO.
           OPEN INPUT REPORTE-RECUPERADOS.
           READ REPORTE-RECUPERADOS
               AT END CONTINUE
           END-READ.
           PERFORM UNTIL FS-REPORTE-RECUP = "10"
               MOVE LINEA-RECUPERADO TO LINEA-REP-ARCHIVO
               WRITE LINEA-REP-ARCHIVO
               ADD 1 TO AUX-LINEAS-REPORTE
               READ REPORTE-RECUPERADOS
                   AT END CONTINUE
               END-READ
           END-PERFORM.
           CLOSE REPORTE-RECUPERADOS.

      *ARCHIVA LA CORRIDA DEL REPORTE RECIEN GENERADO: LE ASIGNA EL
      *PROXIMO CORRELATIVO (CONTANDO EL REGISTRO DE CORRIDAS),
      *RELEE EL .LST DE NOMBRE FIJO Y LO COPIA AL HISTORICO DETRAS
                   PERFORM COPIAR-DESBAJA-AL-ARCHIVO
               WHEN "DISTRIBUCION"
                   PERFORM COPIAR-DISTRIB-AL-ARCHIVO
               WHEN "RECUPERADOS"
                   PERFORM COPIAR-RECUP-AL-ARCHIVO
           END-EVALUATE.
           CLOSE REPORTES-ARCHIVO.

                                               CANTIDAD-EJEMPLARES
                       MOVE CARGA-CANTIDAD-EJEMPLARES TO
                                               EJEMPLARES-DISPONIBLES
      *LOS EJEMPLARES QUE LLEGAN PARA EL ESTANTE NO ESTAN TODAVIA
      *SELLADOS NI ETIQUETADOS: EL TITULO QUEDA EN PROCESO, SIN
      *DISPONIBLES, HASTA QUE PROCESO-TECNICO LO PONGA EN ESTANTE.
                       MOVE "N" TO AUX-VA-A-PROCESO
                       IF ESTADO = "DISPONIBLE" AND
                          CARGA-CANTIDAD-EJEMPLARES > ZEROS
                           MOVE "S"          TO AUX-VA-A-PROCESO
                           MOVE "EN PROCESO" TO ESTADO
                           MOVE ZEROS        TO EJEMPLARES-DISPONIBLES
                       END-IF
                       MOVE CARGA-ISBN      TO ISBN
                       MOVE CARGA-CATEGORIA TO CATEGORIA
      *LAS LINEAS DE CARGA VIEJAS NO TRAEN LA COLUMNA DE COSTO DE
                                   PERFORM AUDITAR-REGISTRO-LIBRO
                                   MOVE "W" TO AUX-JRN-OPERACION
                                   PERFORM JORNAL-LIBRO
                                   IF VA-A-PROCESO
                                       PERFORM ABRIR-PROCESO-TECNICO
                                   END-IF
                                   MOVE CARGA-LIBRO-ID TO
                                               AUX-CARGA-CHECKPOINT
                                   PERFORM GRABAR-CARGA-CHECKPOINT
               DISPLAY "(B)Busqueda por isbn"      AT LINE 6 COL 1
               DISPLAY "(C)Busqueda por categoria" AT LINE 7 COL 1
               DISPLAY "(A)Busqueda por autor"     AT LINE 8 COL 1
               DISPLAY "(M)Busqueda por materia"   AT LINE 9 COL 1
               DISPLAY "Ingrese opcion( )"         AT LINE 10 COL 1
                                               WITH REVERSE-VIDEO
               DISPLAY
               "Presione ENTER sin ingresar datos para salir al menu"
                                                   AT LINE 11 COL 1
                                               WITH REVERSE-VIDEO
               ACCEPT BUSCAR-OPC AT LINE 10 COL 16

               IF BUSCAR-OPC = "i" MOVE "I" TO BUSCAR-OPC END-IF
               IF BUSCAR-OPC = "n" MOVE "N" TO BUSCAR-OPC END-IF
               IF BUSCAR-OPC = "b" MOVE "B" TO BUSCAR-OPC END-IF
               IF BUSCAR-OPC = "c" MOVE "C" TO BUSCAR-OPC END-IF
               IF BUSCAR-OPC = "a" MOVE "A" TO BUSCAR-OPC END-IF
               IF BUSCAR-OPC = "m" MOVE "M" TO BUSCAR-OPC END-IF
               IF BUSCAR-OPC NOT = "I" AND NOT = "N"
                       AND NOT = "E" AND NOT = "B" AND NOT = "C"
                       AND NOT = "A" AND NOT = "M" AND NOT = SPACES
                    PERFORM UNTIL BUSCAR-OPC = "I" OR "N" OR "E" OR "B"
                                         OR "C" OR "A" OR "M" OR SPACES
                       DISPLAY "ERROR, INTRODUZCA UNA OPCION VALIDA"
                                               AT LINE 10 COL 1 WITH
                                               BACKGROUND-COLOR 4
                       ACCEPT OPC                  AT LINE 10 COL 36
                       DISPLAY LIMPIAR-LINEA       AT LINE 10 COL 1
                       DISPLAY "Ingrese opcion( )" AT LINE 10 COL 1
                                                   WITH REVERSE-VIDEO
                       ACCEPT BUSCAR-OPC           AT LINE 10 COL 16
               IF BUSCAR-OPC = "i" MOVE "I" TO BUSCAR-OPC END-IF
               IF BUSCAR-OPC = "n" MOVE "N" TO BUSCAR-OPC END-IF
               IF BUSCAR-OPC = "e" MOVE "E" TO BUSCAR-OPC END-IF
               IF BUSCAR-OPC = "b" MOVE "B" TO BUSCAR-OPC END-IF
               IF BUSCAR-OPC = "c" MOVE "C" TO BUSCAR-OPC END-IF
               IF BUSCAR-OPC = "a" MOVE "A" TO BUSCAR-OPC END-IF
               IF BUSCAR-OPC = "m" MOVE "M" TO BUSCAR-OPC END-IF
                   END-PERFORM
               END-IF
               EVALUATE BUSCAR-OPC
               PERFORM BUSCAR-CATEGORIA
               WHEN "A"
               PERFORM BUSCAR-AUTOR
               WHEN "M"
               PERFORM BUSCAR-MATERIA THRU BUSCAR-MATERIA-EXIT
               WHEN SPACES
               PERFORM CERRAR-ARCHIVO
               PERFORM MENU-PRINCIPAL


               MOVE "N" TO AUX-LIBRO-PRESTADO
               MOVE "N" TO AUX-LIBRO-EN-PROCESO
               PERFORM VARYING N FROM 01 BY 1 UNTIL FIN-REG OR
                                                   LIBRO-ID > AUX-ID
                   DISPLAY DATOS-LIBRO AT LINE 5 COL 1
                   IF EJEMPLARES-DISPONIBLES = ZEROS MOVE "S" TO
                                               AUX-LIBRO-PRESTADO
                   END-IF
                   IF ESTADO = "EN PROCESO" MOVE "S" TO
                                               AUX-LIBRO-EN-PROCESO
                   END-IF
                   READ REG-LIBROS NEXT RECORD END-READ
               END-PERFORM

               MOVE 11 TO N
               PERFORM MOSTRAR-EXISTENCIAS-SUC
                       THRU MOSTRAR-EXISTENCIAS-SUC-EXIT
               PERFORM MOSTRAR-RECOMENDACIONES
                       THRU MOSTRAR-RECOMENDACIONES-EXIT

               IF AUX-LIBRO-PRESTADO = "S"
      *CON TODO PRESTADO, EL DATO UTIL ES CUANDO SE ESPERA EL
                   END-IF
                   DISPLAY "Reservas en cola:" AT LINE 7 COL 40
                   DISPLAY AUX-RESERVAS-EN-COLA AT LINE 7 COL 58
      *RECIEN LLEGADO Y TODAVIA EN PROCESO TECNICO: AL SOCIO SE LE
      *DICE ESO Y NO QUE ESTA PRESTADO; LA RESERVA SE OFRECE IGUAL.
                   IF AUX-LIBRO-EN-PROCESO = "S"
                       DISPLAY "El libro esta en proceso. Agregar a la"
                                               AT LINE 6 COL 1
                   ELSE
                   DISPLAY "El libro esta prestado. Agregar a la"
                                               AT LINE 6 COL 1
                   END-IF
                   DISPLAY "cola de reservas (S/N)?" AT LINE 7 COL 1
                   ACCEPT OPC AT LINE 7 COL 25
                   IF OPC = "S" OR "s"
                                               WITH REVERSE-VIDEO
           ACCEPT OPC AT LINE 10 COL 35.
           PERFORM CERRAR-ARCHIVO.
      *BUSQUEDA POR MATERIA (MANT-MATERIAS.CBL): UNA REFERENCIA
      *"VEASE" SE SIGUE HASTA EL TERMINO PREFERIDO (A LO SUMO
      *CINCO SALTOS, PARA NO CICLAR) Y SE MUESTRAN LOS TITULOS
      *ENLAZADOS A ESE TERMINO.
       BUSCAR-MATERIA.
           PERFORM LIMPIAR-PANTALLA.
           INITIALIZE DATOS-LIBRO.
           DISPLAY "Materia:" AT LINE 2 COL 1 WITH REVERSE-VIDEO
           DISPLAY
           "-----------------------------------------------------"
                                               AT LINE 3 COL 1.

           DISPLAY
               "ID |TITULO            |EDITORIAL         |ESTADO     "
                                   WITH REVERSE-VIDEO AT LINE 4 COL 1
               "EJEM|DISP" WITH REVERSE-VIDEO.
           DISPLAY
           "Presione ENTER sin ingresar datos para volver al sub-menu"
                                               AT LINE 10 COL 1
                                               WITH REVERSE-VIDEO
           MOVE SPACES TO AUX-MATERIA.
           ACCEPT AUX-MATERIA AT LINE 2 COL 10.

           EVALUATE AUX-MATERIA
           WHEN SPACES
           PERFORM CERRAR-ARCHIVO
           PERFORM BUSCAR-LIBRO
           GO TO MENU-PRINCIPAL
           WHEN NOT SPACES CONTINUE
           END-EVALUATE.

           INSPECT AUX-MATERIA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           OPEN INPUT MATERIAS.
           IF F-NOEXISTE-MAT
               CLOSE MATERIAS
               DISPLAY "NO HAY AUTORIDAD DE MATERIAS" AT LINE 5 COL 1
                                               WITH BACKGROUND-COLOR 4
               GO TO BUSCAR-MATERIA-FIN
           END-IF.
           MOVE ZEROS TO AUX-SALTOS-VEASE.
           MOVE AUX-MATERIA TO MAT-TERMINO.
           READ MATERIAS
               INVALID KEY CONTINUE
           END-READ.
           PERFORM UNTIL NOT ESTA-MATERIA OR MAT-PREFERIDO
                   OR AUX-SALTOS-VEASE > 4
               ADD 1 TO AUX-SALTOS-VEASE
               MOVE MAT-VER TO MAT-TERMINO
               READ MATERIAS
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM.
           CLOSE MATERIAS.
           IF NOT ESTA-MATERIA OR NOT MAT-PREFERIDO
               DISPLAY "LA MATERIA NO EXISTE" AT LINE 5 COL 1
                                               WITH BACKGROUND-COLOR 4
               GO TO BUSCAR-MATERIA-FIN
           END-IF.
           IF MAT-TERMINO NOT = AUX-MATERIA
               DISPLAY "VEASE: " AT LINE 2 COL 42 WITH REVERSE-VIDEO
               DISPLAY MAT-TERMINO AT LINE 2 COL 49
           END-IF.
           OPEN INPUT LIBRO-MATERIAS.
           IF F-NOEXISTE-LMA
               CLOSE LIBRO-MATERIAS
               DISPLAY "EL REGISTRO NO EXISTE" AT LINE 5 COL 1
                                               WITH BACKGROUND-COLOR 4
               GO TO BUSCAR-MATERIA-FIN
           END-IF.
           MOVE "N" TO AUX-HAY-RESULTADOS.
           MOVE 05 TO N.
           MOVE MAT-TERMINO TO LMA-TERMINO-ORDEN.
           MOVE ZEROS       TO LMA-LIBRO-ORDEN.
           START LIBRO-MATERIAS KEY IS NOT LESS THAN LMA-ORDEN
               INVALID KEY SET FIN-LIBRO-MATERIAS TO TRUE
           END-START.
           IF NOT FIN-LIBRO-MATERIAS
               READ LIBRO-MATERIAS NEXT RECORD AT END
                   SET FIN-LIBRO-MATERIAS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-LIBRO-MATERIAS
                   OR LMA-TERMINO-ORDEN NOT = MAT-TERMINO
               MOVE LMA-LIBRO-ORDEN TO LIBRO-ID
               READ REG-LIBROS
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-REG
                   DISPLAY DATOS-LIBRO AT LINE N COL 1
                   MOVE "S" TO AUX-HAY-RESULTADOS
                   ADD 1 TO N
                   IF N > 21
                       DISPLAY "Presione ENTER para ver mas..."
                                               AT LINE 23 COL 1 WITH
                                               REVERSE-VIDEO
                       ACCEPT OPC AT LINE 23 COL 32
                       PERFORM LIMPIAR-PANTALLA
                       DISPLAY
               "ID |TITULO            |EDITORIAL         |ESTADO     "
                                   WITH REVERSE-VIDEO AT LINE 4 COL 1
                       "EJEM|DISP" WITH REVERSE-VIDEO
                       MOVE 05 TO N
                   END-IF
               END-IF
               READ LIBRO-MATERIAS NEXT RECORD AT END
                   SET FIN-LIBRO-MATERIAS TO TRUE END-READ
           END-PERFORM.
           CLOSE LIBRO-MATERIAS.
           IF NOT HAY-RESULTADOS
               DISPLAY "EL REGISTRO NO EXISTE" AT LINE 5 COL 1
                                               WITH BACKGROUND-COLOR 4
           END-IF.
       BUSCAR-MATERIA-FIN.
           DISPLAY LIMPIAR-LINEA AT LINE 10 COL 1.
           DISPLAY "Presione ENTER para volver al menu"
                                               AT LINE 10 COL 1
                                               WITH REVERSE-VIDEO
           ACCEPT OPC AT LINE 10 COL 35.
           PERFORM CERRAR-ARCHIVO.
       BUSCAR-MATERIA-EXIT.
           EXIT.
      *************************************************************************
      *BLOQUE DE CODIGO DE PRESTAMOS
      *************************************************************************
               GO TO PRESTAR-LIBRO-EXIT
           END-IF.

      *TITULO EN RESERVA DE CURSO: PISA LA POLITICA CON EL PLAZO
      *CORTO Y SIN RENOVACIONES; SI TODAS LAS RESERVAS VIGENTES SON
      *SOLO PARA INSCRIPTOS, EL SOCIO TIENE QUE ESTAR EN ALGUNO DE
      *ESOS CURSOS.
           PERFORM BUSCAR-RESERVA-CURSO
                   THRU BUSCAR-RESERVA-CURSO-EXIT.
           IF RESERVA-CURSO-VIGENTE AND NOT RESERVA-CURSO-ABIERTA
               PERFORM VERIFICAR-INSCRIPCION-CURSO
                       THRU VERIFICAR-INSCRIPCION-CURSO-EXIT
               IF NOT SOCIO-INSCRIPTO-CURSO
                   DISPLAY "TITULO EN RESERVA DE CURSO: SOLO PARA "
                           "INSCRIPTOS"        AT LINE 5 COL 1
                                               WITH BACKGROUND-COLOR 4
                   ACCEPT OPC AT LINE 5 COL 50
                   GO TO PRESTAR-LIBRO-EXIT
               END-IF
           END-IF.

      *LA SANCION POR INCIDENTE NO DEPENDE DE LAS MULTAS NI DE LA
      *MARCA DE SUSPENSION QUE REHACE LA CORRIDA NOCTURNA.
           PERFORM VERIFICAR-SANCION-SOCIO
                   THRU VERIFICAR-SANCION-SOCIO-EXIT.
           IF AUX-SANCION-HASTA NOT = ZEROS
               DISPLAY "SOCIO SANCIONADO HASTA EL" AT LINE 7 COL 1
                                               WITH BACKGROUND-COLOR 4
               DISPLAY AUX-SANCION-HASTA AT LINE 7 COL 27
               ACCEPT OPC AT LINE 7 COL 37
               GO TO PRESTAR-LIBRO-EXIT
           END-IF.

           PERFORM REHABILITAR-CASTIGO
                   THRU REHABILITAR-CASTIGO-EXIT.

           PERFORM VERIFICAR-SOCIO-SUSPENDIDO
                   THRU VERIFICAR-SOCIO-SUSPENDIDO-EXIT.
           IF SOCIO-SUSPENDIDO-PRESTAMO
                                               WITH BACKGROUND-COLOR 2
           DISPLAY PRESTAMO-FECHA-VENCIMIENTO AT LINE 8 COL 29
                                               WITH BACKGROUND-COLOR 2
           IF RESERVA-CURSO-VIGENTE AND AUX-RCU-HORAS NOT = ZEROS
               DISPLAY "RESERVA DE CURSO: DEVOLVER HOY, PLAZO"
                                               AT LINE 9 COL 1
                                               WITH BACKGROUND-COLOR 2
               DISPLAY AUX-RCU-HORAS AT LINE 9 COL 39
                                               WITH BACKGROUND-COLOR 2
               DISPLAY "HORAS" AT LINE 9 COL 42
                                               WITH BACKGROUND-COLOR 2
           END-IF
           MOVE "PRESTAMO" TO AUX-LEYENDA-COMPROBANTE.
           PERFORM EMITIR-COMPROBANTE.
           ACCEPT OPC AT LINE 8 COL 37.
       VERIFICAR-SOCIO-SUSPENDIDO-EXIT.
           EXIT.

      *BUSCA EN EL REGISTRO DE INCIDENTES UNA SANCION VIGENTE HOY
      *PARA AUX-SOCIO-ID (DESDE <= HOY < HASTA: EL DIA HASTA EL
      *SOCIO YA OPERA). SI HAY MAS DE UNA QUEDA LA QUE TERMINA MAS
      *TARDE. SIN ARCHIVO NO HAY SANCIONES.
       VERIFICAR-SANCION-SOCIO.
           MOVE ZEROS TO AUX-SANCION-HASTA.
           ACCEPT AUX-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT INCIDENTES.
           IF F-NOEXISTE-INC
               CLOSE INCIDENTES
               GO TO VERIFICAR-SANCION-SOCIO-EXIT
           END-IF.
           READ INCIDENTES AT END SET FIN-INCIDENTES TO TRUE
           END-READ.
           PERFORM UNTIL FIN-INCIDENTES
               IF INC-SOCIO-ID = AUX-SOCIO-ID
                   AND INC-SANCION-HASTA NOT = ZEROS
                   AND INC-SANCION-DESDE NOT > AUX-FECHA-HOY
                   AND INC-SANCION-HASTA > AUX-FECHA-HOY
                   AND INC-SANCION-HASTA > AUX-SANCION-HASTA
                   MOVE INC-SANCION-HASTA TO AUX-SANCION-HASTA
               END-IF
               READ INCIDENTES AT END SET FIN-INCIDENTES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE INCIDENTES.
       VERIFICAR-SANCION-SOCIO-EXIT.
           EXIT.

      *BLOQUEO DE RESERVAS POR AUSENCIAS REITERADAS: RESERVAS-NOCHE
      *ANOTA CADA RETENCION NO RETIRADA Y, AL LLEGAR AL UMBRAL, LA
      *FECHA HASTA LA QUE EL SOCIO NO RESERVA. QUEDA LA MAS LEJANA.
       VERIFICAR-AUSENCIAS-RESERVA.
           MOVE ZEROS TO AUX-BLOQUEO-RESERVAS.
           ACCEPT AUX-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT AUSENCIAS.
           IF F-NOEXISTE-AUS
               CLOSE AUSENCIAS
               GO TO VERIFICAR-AUSENCIAS-RESERVA-EXIT
           END-IF.
           READ AUSENCIAS AT END SET FIN-AUSENCIAS TO TRUE
           END-READ.
           PERFORM UNTIL FIN-AUSENCIAS
               IF AUR-SOCIO-ID = AUX-SOCIO-ID
                   AND AUR-BLOQUEO-HASTA > AUX-FECHA-HOY
                   AND AUR-BLOQUEO-HASTA > AUX-BLOQUEO-RESERVAS
                   MOVE AUR-BLOQUEO-HASTA TO AUX-BLOQUEO-RESERVAS
               END-IF
               READ AUSENCIAS AT END SET FIN-AUSENCIAS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE AUSENCIAS.
       VERIFICAR-AUSENCIAS-RESERVA-EXIT.
           EXIT.

      *CONSULTA LA FICHA DE ENTIDADES POR LA FECHA DE VENCIMIENTO DE
      *LA MEMBRESIA (ENT-FECHA-VENC, "VTO. SOCIO" EN SIENT01M) DEL
      *SOCIO QUE SE ESTA PRESTANDO, MISMA CLAVE DERIVADA DE
               PERFORM UNTIL FIN-REG-PRE
                       OR PRESTAMO-LIBRO-ID NOT = LIBRO-ID
                       OR (PRESTAMO-SOCIO-ID = AUX-SOCIO-ID
                           AND (PRESTAMO-ACTIVO OR PRESTAMO-PERDIDO))
                   READ REG-PRESTAMOS NEXT RECORD END-READ
               END-PERFORM
           END-IF.
           IF FIN-REG-PRE OR N-ESTA-REG-PRE
                   OR PRESTAMO-LIBRO-ID NOT = LIBRO-ID
                   OR PRESTAMO-SOCIO-ID NOT = AUX-SOCIO-ID
                   OR (NOT PRESTAMO-ACTIVO AND NOT PRESTAMO-PERDIDO)
               DISPLAY "NO HAY UN PRESTAMO ACTIVO CON ESOS DATOS"
                                               AT LINE 6 COL 1
                                               WITH BACKGROUND-COLOR 4
               GO TO DEVOLVER-LIBRO-EXIT
           END-IF.

      *UN PRESTAMO "P" ES UN LIBRO YA COBRADO COMO PERDIDO QUE
      *APARECIO: SE CIERRA IGUAL COMO DEVOLUCION (TARDIA) Y DESPUES
      *SE REVIERTE EL CARGO DE REPOSICION. LA MULTA POR ATRASO SE
      *ASIENTA ANTES EN PROG-PAGOS-F, COMO EN CUALQUIER DEVOLUCION
      *TARDIA; SI TODAVIA NO ESTA ASENTADA SE AVISA ANTES DE CERRAR.
           MOVE "N" TO AUX-PRESTAMO-PERDIDO.
           IF PRESTAMO-PERDIDO
               MOVE "S" TO AUX-PRESTAMO-PERDIDO
               PERFORM REVISAR-CUENTA-PERDIDO
                       THRU REVISAR-CUENTA-PERDIDO-EXIT
               IF AUX-MULTA-ATRASO = ZEROS
                   DISPLAY "LIBRO COBRADO COMO PERDIDO, SIN MULTA POR "
                           "ATRASO ASENTADA"   AT LINE 6 COL 1
                                               WITH BACKGROUND-COLOR 4
                   DISPLAY "Devolver igual (S/N):" AT LINE 7 COL 1
                                               WITH REVERSE-VIDEO
                   MOVE SPACES TO OPC
                   ACCEPT OPC AT LINE 7 COL 23
                   IF OPC NOT = "S" AND OPC NOT = "s"
                       GO TO DEVOLVER-LIBRO-EXIT
                   END-IF
                   DISPLAY LIMPIAR-LINEA AT LINE 7 COL 1
               END-IF
           END-IF.

      *ESTADO EN QUE VUELVE EL EJEMPLAR. EN AUTOSERVICIO NADIE LO
      *REVISA EN EL MOMENTO: SE TOMA COMO BUENO.
           MOVE "1" TO AUX-ESTADO-EJEMPLAR.
           IF NOT MODO-AUTOSERVICIO
               PERFORM PEDIR-ESTADO-EJEMPLAR
           END-IF.

           ACCEPT AUX-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE AUX-FECHA-HOY TO PRESTAMO-FECHA-DEVOLUCION.
           SET PRESTAMO-DEVUELTO TO TRUE.
           END-REWRITE.
           MOVE "R" TO AUX-JRN-OPERACION.
           PERFORM JORNAL-PRESTAMO.
           IF ES-PRESTAMO-PERDIDO
               PERFORM RECUPERAR-PERDIDO
           END-IF.
           IF NOT EJEMPLAR-BUENO
               PERFORM PROCESAR-DANIO-DEVOLUCION
           END-IF.

      *EL EJEMPLAR QUE SE VA A REPARAR O QUE SE DIO DE BAJA NO
      *VUELVE AL ESTANTE NI SE APARTA PARA UNA RESERVA.
           IF EJEMPLAR-A-REPARAR OR EJEMPLAR-INSERVIBLE
               GO TO DEVOLVER-LIBRO-AVISO
           END-IF.

      *SI HAY UNA RESERVA ACTIVA EL EJEMPLAR QUEDA APARTADO EN EL
      *ESTANTE DE RETIROS PARA ESE SOCIO Y NO VUELVE A DISPONIBLES;
               PERFORM AJUSTAR-EXISTENCIA-SUC
           END-IF.

       DEVOLVER-LIBRO-AVISO.
           DISPLAY "DEVOLUCION REGISTRADA CON EXITO" AT LINE 6 COL 1
                                               WITH BACKGROUND-COLOR 2
           ACCEPT OPC AT LINE 6 COL 38.
       DEVOLVER-LIBRO-EXIT.
           EXIT.

      *PIDE EL ESTADO EN QUE VUELVE EL EJEMPLAR; ENTER ES BUENO.
       PEDIR-ESTADO-EJEMPLAR.
           DISPLAY "Estado del ejemplar: 1.Bueno 2.Danio leve "
                   "3.A reparar 4.Inservible" AT LINE 11 COL 1
                                               WITH REVERSE-VIDEO
           DISPLAY "Estado( )" AT LINE 12 COL 1 WITH REVERSE-VIDEO
           MOVE SPACE TO AUX-ESTADO-EJEMPLAR.
           PERFORM UNTIL ESTADO-EJEMPLAR-VALIDO
               MOVE "1" TO AUX-ESTADO-EJEMPLAR
               ACCEPT AUX-ESTADO-EJEMPLAR AT LINE 12 COL 8
                                       WITH PROMPT UNDERLINE UPDATE
           END-PERFORM.

      *EJEMPLAR DEVUELTO CON DANIO: CARGO "A" EN EL LIBRO MAYOR DE
      *MULTAS POR EL PORCENTAJE DEL VALOR DE REPOSICION QUE FIJA LA
      *TARIFA DE DANIOS VIGENTE, CON SU NOTA EN LA FICHA DEL SOCIO.
      *EL QUE NECESITA REPARACION ABRE LA SUYA EN REPARACIONES.DAT
      *Y EL INSERVIBLE SALE DE LA CANTIDAD DE EJEMPLARES. NINGUNO DE
      *LOS DOS VUELVE AL ESTANTE.
       PROCESAR-DANIO-DEVOLUCION.
           PERFORM BUSCAR-TARIFA-DANIO THRU BUSCAR-TARIFA-DANIO-EXIT.
           MOVE PRESTAMO-LIBRO-ID TO LIBRO-ID.
           READ REG-LIBROS END-READ.
           MOVE ZEROS TO AUX-CARGO-DANIO.
           IF ESTA-REG
               COMPUTE AUX-CARGO-DANIO ROUNDED =
                       VALOR-REPOSICION * AUX-PORC-DANIO / 100
           END-IF.
           IF AUX-CARGO-DANIO NOT = ZEROS
               PERFORM ASENTAR-CARGO-DANIO
           END-IF.
           MOVE AUX-CARGO-DANIO TO AUX-IMPORTE-EDIT.
           MOVE PRESTAMO-SOCIO-ID TO AUX-NOTA-SOCIO.
           MOVE SPACES TO AUX-NOTA-TEXTO.
           STRING AUX-FECHA-HOY     DELIMITED BY SIZE
                   " DEVOLUCION: "   DELIMITED BY SIZE
                   AUX-MOTIVO-DANIO  DELIMITED BY SIZE
                   " LIBRO "         DELIMITED BY SIZE
                   PRESTAMO-LIBRO-ID DELIMITED BY SIZE
                   " CARGO $"        DELIMITED BY SIZE
                   AUX-IMPORTE-EDIT  DELIMITED BY SIZE
                   INTO AUX-NOTA-TEXTO.
           PERFORM AGREGAR-NOTA-SOCIO THRU AGREGAR-NOTA-SOCIO-EXIT.
           DISPLAY "CARGO POR DANIO ASENTADO:" AT LINE 13 COL 1
                                               WITH BACKGROUND-COLOR 3
           DISPLAY AUX-IMPORTE-EDIT AT LINE 13 COL 27
                                               WITH BACKGROUND-COLOR 3
           IF EJEMPLAR-A-REPARAR
               PERFORM ABRIR-REPARACION-MOSTRADOR
               DISPLAY "REPARACION ABIERTA NRO" AT LINE 14 COL 1
                                               WITH BACKGROUND-COLOR 3
               DISPLAY AUX-NUMERO-REPARACION AT LINE 14 COL 24
                                               WITH BACKGROUND-COLOR 3
           END-IF.
           IF EJEMPLAR-INSERVIBLE
               PERFORM BAJA-EJEMPLAR-INSERVIBLE
               DISPLAY "EJEMPLAR DADO DE BAJA POR INSERVIBLE"
                                               AT LINE 14 COL 1
                                               WITH BACKGROUND-COLOR 3
           END-IF.

      *PORCENTAJE DE LA TARIFA DE DANIOS VIGENTE A LA FECHA DE LA
      *DEVOLUCION PARA EL ESTADO INFORMADO, MISMA BUSQUEDA QUE
      *BUSCAR-TARIFA-VIGENTE EN PROG-PAGOS-F; SIN TARIFA CARGADA
      *RIGEN 10, 50 Y 100 POR CIENTO.
       BUSCAR-TARIFA-DANIO.
           EVALUATE TRUE
               WHEN EJEMPLAR-DANIO-LEVE
                   MOVE 10           TO AUX-PORC-DANIO
                   MOVE "DANIO LEVE" TO AUX-MOTIVO-DANIO
               WHEN EJEMPLAR-A-REPARAR
                   MOVE 50           TO AUX-PORC-DANIO
                   MOVE "DANIO REP"  TO AUX-MOTIVO-DANIO
               WHEN OTHER
                   MOVE 100          TO AUX-PORC-DANIO
                   MOVE "INSERVIBLE" TO AUX-MOTIVO-DANIO
           END-EVALUATE.
           OPEN INPUT TARIFAS-DANIO.
           IF F-NOEXISTE-TDA
               CLOSE TARIFAS-DANIO
               GO TO BUSCAR-TARIFA-DANIO-EXIT
           END-IF.
           MOVE ZEROS TO TDA-FECHA-VIGENCIA.
           START TARIFAS-DANIO KEY IS NOT LESS THAN TDA-FECHA-VIGENCIA
               INVALID KEY SET FIN-TARIFAS-DANIO TO TRUE
           END-START.
           IF NOT FIN-TARIFAS-DANIO
               READ TARIFAS-DANIO NEXT RECORD AT END
                   SET FIN-TARIFAS-DANIO TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-TARIFAS-DANIO
               IF TDA-FECHA-VIGENCIA NOT > AUX-FECHA-HOY
                   EVALUATE TRUE
                       WHEN EJEMPLAR-DANIO-LEVE
                           MOVE TDA-PORC-LEVE       TO AUX-PORC-DANIO
                       WHEN EJEMPLAR-A-REPARAR
                           MOVE TDA-PORC-REPARAR    TO AUX-PORC-DANIO
                       WHEN OTHER
                           MOVE TDA-PORC-INSERVIBLE TO AUX-PORC-DANIO
                   END-EVALUATE
                   READ TARIFAS-DANIO NEXT RECORD AT END
                       SET FIN-TARIFAS-DANIO TO TRUE END-READ
               ELSE
                   SET FIN-TARIFAS-DANIO TO TRUE
               END-IF
           END-PERFORM.
           CLOSE TARIFAS-DANIO.
       BUSCAR-TARIFA-DANIO-EXIT.
           EXIT.

      *FILA "A" DEL CARGO POR DANIO, MISMO LAYOUT QUE ASENTAR-MULTA
      *EN PROG-PAGOS-F; EL MOTIVO DICE QUE DANIO FUE Y EL OPERADOR
      *DE LA DEVOLUCION QUEDA COMO AUTORIZANTE.
       ASENTAR-CARGO-DANIO.
           OPEN EXTEND REG-FINES.
           IF F-NOEXISTE-FINES
               CLOSE REG-FINES
               OPEN OUTPUT REG-FINES
           END-IF.
           MOVE PRESTAMO-SOCIO-ID       TO FINES-SOCIO-ID.
           MOVE PRESTAMO-LIBRO-ID       TO FINES-LIBRO-ID.
           MOVE AUX-FECHA-HOY           TO FINES-FECHA.
           SET FINES-ASIGNADA           TO TRUE.
           MOVE AUX-CARGO-DANIO         TO FINES-MONTO.
           MOVE ZEROS                   TO FINES-DIAS-ATRASO.
           MOVE PRESTAMO-FECHA-PRESTAMO TO FINES-FECHA-PRESTAMO.
           MOVE AUX-MOTIVO-DANIO        TO FINES-MOTIVO.
           MOVE AUD-OPERADOR            TO FINES-AUTORIZANTE.
           MOVE ZEROS                   TO FINES-RECIBO.
           MOVE AUX-SUCURSAL            TO FINES-SUCURSAL.
           WRITE FINES-TRANSACCION.
           CLOSE REG-FINES.

      *REPARACION ABIERTA EN EL MOSTRADOR: ESTADO "P", SIN
      *PROVEEDOR NI VUELTA ESPERADA, CON LA FECHA DE LA DEVOLUCION.
      *EL NUMERO SALE DEL MISMO NUMERADOR QUE USA REPARACIONES, QUE
      *DESPUES LA DESPACHA AL ENCUADERNADOR.
       ABRIR-REPARACION-MOSTRADOR.
           MOVE ZEROS TO AUX-NUMERO-REPARACION.
           OPEN INPUT REP-NUMERADOR.
           IF NOT F-NOEXISTE-REPNUM
               READ REP-NUMERADOR INTO AUX-NUMERO-REPARACION
                   AT END MOVE ZEROS TO AUX-NUMERO-REPARACION
               END-READ
               CLOSE REP-NUMERADOR
           END-IF.
           ADD 1 TO AUX-NUMERO-REPARACION.
           OPEN OUTPUT REP-NUMERADOR.
           MOVE AUX-NUMERO-REPARACION TO LINEA-NUMERADOR-REP.
           WRITE LINEA-NUMERADOR-REP.
           CLOSE REP-NUMERADOR.
           OPEN I-O REPARACIONES.
           IF F-NOEXISTE-REP
               CLOSE REPARACIONES
               OPEN OUTPUT REPARACIONES
               CLOSE REPARACIONES
               OPEN I-O REPARACIONES
           END-IF.
           MOVE AUX-NUMERO-REPARACION TO REP-NUMERO.
           MOVE PRESTAMO-LIBRO-ID     TO REP-LIBRO-ID.
           MOVE ZEROS                 TO REP-PROVEEDOR.
           MOVE AUX-FECHA-HOY         TO REP-FECHA-ENVIO.
           MOVE ZEROS                 TO REP-FECHA-ESPERADA.
           MOVE ZEROS                 TO REP-FECHA-VUELTA.
           MOVE ZEROS                 TO REP-COSTO.
           SET REP-PENDIENTE          TO TRUE.
           MOVE ZEROS                 TO REP-BIEN.
           WRITE DATOS-REPARACION
               INVALID KEY
               DISPLAY "ERROR AL GRABAR LA REPARACION"
                                               AT LINE 15 COL 1
                                               WITH BACKGROUND-COLOR 4
           END-WRITE.
           CLOSE REPARACIONES.

      *LOTE DE UNA CARGA MASIVA QUE ENTRA A LA COLA DE PROCESO
      *TECNICO EN LA ETAPA 1 (RECIBIDO) CON LA FECHA Y EL OPERADOR
      *DE LA CARGA. EL NUMERO SALE DEL MISMO NUMERADOR QUE USA
      *PROCESO-TECNICO, QUE DESPUES LO HACE AVANZAR HASTA EL ESTANTE.
       ABRIR-PROCESO-TECNICO.
           MOVE ZEROS TO AUX-NUMERO-PROCESO.
           OPEN INPUT PT-NUMERADOR.
           IF NOT F-NOEXISTE-PTNUM
               READ PT-NUMERADOR INTO AUX-NUMERO-PROCESO
                   AT END MOVE ZEROS TO AUX-NUMERO-PROCESO
               END-READ
               CLOSE PT-NUMERADOR
           END-IF.
           ADD 1 TO AUX-NUMERO-PROCESO.
           OPEN OUTPUT PT-NUMERADOR.
           MOVE AUX-NUMERO-PROCESO TO LINEA-NUMERADOR-PT.
           WRITE LINEA-NUMERADOR-PT.
           CLOSE PT-NUMERADOR.
           OPEN I-O PROCESO-TECNICO.
           IF F-NOEXISTE-PT
               CLOSE PROCESO-TECNICO
               OPEN OUTPUT PROCESO-TECNICO
               CLOSE PROCESO-TECNICO
               OPEN I-O PROCESO-TECNICO
           END-IF.
           INITIALIZE DATOS-PROCESO-TECNICO.
           MOVE AUX-NUMERO-PROCESO    TO PT-NUMERO.
           MOVE LIBRO-ID              TO PT-LIBRO-ID.
           MOVE CANTIDAD-EJEMPLARES   TO PT-CANTIDAD.
           MOVE CARGA-ORIGEN          TO PT-ORIGEN.
           MOVE "SED"                 TO PT-SUCURSAL.
           MOVE 1                     TO PT-ETAPA.
           MOVE AUX-FECHA-HOY         TO PT-FECHA-ETAPA (1).
           MOVE AUD-OPERADOR          TO PT-OPERADOR-ETAPA (1).
           WRITE DATOS-PROCESO-TECNICO
               INVALID KEY
               DISPLAY "ERROR AL GRABAR LA COLA DE PROCESO"
                                               AT LINE 7 COL 1
                                               WITH BACKGROUND-COLOR 4
           END-WRITE.
           CLOSE PROCESO-TECNICO.

      *EJEMPLAR INSERVIBLE: SALE DE LA CANTIDAD DE EJEMPLARES DEL
      *TITULO (LOS DISPONIBLES NO SE TOCAN PORQUE NO VOLVIO AL
      *ESTANTE) CON SU LINEA DE AUDITORIA, Y DE LA CANTIDAD DE LA
      *SUCURSAL DEL PUESTO.
       BAJA-EJEMPLAR-INSERVIBLE.
           MOVE PRESTAMO-LIBRO-ID TO LIBRO-ID.
           READ REG-LIBROS END-READ.
           IF ESTA-REG AND CANTIDAD-EJEMPLARES > ZEROS
               MOVE "EJEMPLARES"        TO AUD-CAMPO
               MOVE CANTIDAD-EJEMPLARES TO AUD-ANTERIOR
               SUBTRACT 1 FROM CANTIDAD-EJEMPLARES
               IF EJEMPLARES-DISPONIBLES > CANTIDAD-EJEMPLARES
                   MOVE CANTIDAD-EJEMPLARES TO EJEMPLARES-DISPONIBLES
               END-IF
               MOVE CANTIDAD-EJEMPLARES TO AUD-NUEVO
               REWRITE DATOS-LIBRO END-REWRITE
               MOVE "R" TO AUX-JRN-OPERACION
               PERFORM JORNAL-LIBRO
               PERFORM AUDITAR-CAMBIO
               MOVE PRESTAMO-LIBRO-ID TO AUX-EXI-LIBRO
               MOVE AUX-SUCURSAL      TO AUX-EXI-SUCURSAL
               MOVE -1                TO AUX-EXI-DELTA-CANT
               MOVE ZEROS             TO AUX-EXI-DELTA-DISP
               PERFORM AJUSTAR-EXISTENCIA-SUC
           END-IF.

      *EL SOCIO CON DEUDA CASTIGADA COMO INCOBRABLE VOLVIO: LO
      *CASTIGADO Y NO REHABILITADO VUELVE A SU CUENTA COMO FILA "A"
      *MOTIVO "REHABILITA", CON LA LINEA "R" EN EL REGISTRO DE
      *CASTIGOS, MISMO MANEJO QUE REHABILITAR-CASTIGO EN PROG-PAGOS-F.
      *EL PRESTAMO SIGUE; LA SUSPENSION LA DECIDE LA CORRIDA DE
      *SIEMPRE CON EL SALDO YA REHABILITADO.
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
           IF F-NOEXISTE-FINES
               CLOSE REG-FINES
               OPEN OUTPUT REG-FINES
           END-IF.
           MOVE AUX-SOCIO-ID            TO FINES-SOCIO-ID.
           MOVE ZEROS                   TO FINES-LIBRO-ID.
           MOVE AUX-FECHA-HOY           TO FINES-FECHA.
           SET FINES-ASIGNADA           TO TRUE.
           MOVE AUX-CAS-PENDIENTE       TO FINES-MONTO.
           MOVE ZEROS                   TO FINES-DIAS-ATRASO.
           MOVE ZEROS                   TO FINES-FECHA-PRESTAMO.
           MOVE "REHABILITA"            TO FINES-MOTIVO.
           MOVE AUD-OPERADOR            TO FINES-AUTORIZANTE.
           MOVE ZEROS                   TO FINES-RECIBO.
           MOVE AUX-SUCURSAL            TO FINES-SUCURSAL.
           WRITE FINES-TRANSACCION.
           CLOSE REG-FINES.
           OPEN EXTEND CASTIGOS.
           IF F-NOEXISTE-CAS
               CLOSE CASTIGOS
               OPEN OUTPUT CASTIGOS
           END-IF.
           MOVE AUX-SOCIO-ID            TO CAS-SOCIO-ID.
           MOVE AUX-FECHA-HOY           TO CAS-FECHA.
           SET CAS-REHABILITACION       TO TRUE.
           MOVE AUX-CAS-PENDIENTE       TO CAS-MONTO.
           MOVE AUX-FECHA-HOY           TO CAS-ULTIMA-ACTIVIDAD.
           MOVE AUD-OPERADOR            TO CAS-AUTORIZANTE.
           MOVE AUX-SUCURSAL            TO CAS-SUCURSAL.
           WRITE LINEA-CASTIGO.
           CLOSE CASTIGOS.
           MOVE AUX-SOCIO-ID TO AUX-NOTA-SOCIO.
           MOVE SPACES TO AUX-NOTA-TEXTO.
           MOVE AUX-CAS-PENDIENTE TO AUX-IMPORTE-EDIT.
           STRING AUX-FECHA-HOY DELIMITED BY SIZE
                   " LIBRERIA: DEUDA CASTIGADA REHABILITADA $"
                   DELIMITED BY SIZE
                   AUX-IMPORTE-EDIT DELIMITED BY SIZE
                   INTO AUX-NOTA-TEXTO.
           PERFORM AGREGAR-NOTA-SOCIO THRU AGREGAR-NOTA-SOCIO-EXIT.
           DISPLAY "DEUDA CASTIGADA REHABILITADA: $" AT LINE 6 COL 1
                                               WITH BACKGROUND-COLOR 4.
           DISPLAY AUX-IMPORTE-EDIT AT LINE 6 COL 33.
           ACCEPT OPC AT LINE 6 COL 44.
       REHABILITAR-CASTIGO-EXIT.
           EXIT.

      *AGREGA AUX-NOTA-TEXTO A LA FICHA DE NOTAS DE AUX-NOTA-SOCIO
      *(SIENT01T.FIC): PRIMER RENGLON LIBRE DE LA FICHA; SI LOS DIEZ
      *ESTAN OCUPADOS SE SIGUE EN FICHAS DE CONTINUACION ("+1" A
      *"+9"). MISMO MECANISMO QUE AGREGAR-NOTA-SOCIO EN PROG-PAGOS-F.
       AGREGAR-NOTA-SOCIO.
           MOVE "N" TO AUX-NOTA-GRABADA.
           OPEN I-O REG-NOTAS.
           IF F-NOEXISTE-NTA
               CLOSE REG-NOTAS
               OPEN OUTPUT REG-NOTAS
               CLOSE REG-NOTAS
               OPEN I-O REG-NOTAS
           END-IF.
           PERFORM VARYING AUX-NOTA-CONTINUACION FROM 0 BY 1
                   UNTIL AUX-NOTA-CONTINUACION > 9 OR NOTA-GRABADA
               MOVE SPACES TO AUX-NOTA-CLAVE
               MOVE AUX-NOTA-SOCIO TO AUX-NOTA-CLAVE
               IF AUX-NOTA-CONTINUACION NOT = ZEROS
                   MOVE "+" TO AUX-NOTA-CLAVE (10:1)
                   MOVE AUX-NOTA-CONTINUACION (2:1)
                           TO AUX-NOTA-CLAVE (11:1)
               END-IF
               MOVE AUX-NOTA-CLAVE TO NTA-CLAVE-STATUS
               READ REG-NOTAS
                   INVALID KEY CONTINUE
               END-READ
               IF NOT ESTA-REG-NTA
                   MOVE SPACES TO REG-NTA-STATUS
                   MOVE AUX-NOTA-CLAVE TO NTA-CLAVE-STATUS
                   MOVE AUX-NOTA-TEXTO TO NTA-LINEA-STATUS (1)
                   WRITE REG-NTA-STATUS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE "S" TO AUX-NOTA-GRABADA
               ELSE
                   PERFORM VARYING AUX-NOTA-IND FROM 1 BY 1
                           UNTIL AUX-NOTA-IND > 10
                               OR NTA-LINEA-STATUS (AUX-NOTA-IND)
                                   = SPACES
                       CONTINUE
                   END-PERFORM
                   IF AUX-NOTA-IND NOT > 10
                       MOVE AUX-NOTA-TEXTO
                               TO NTA-LINEA-STATUS (AUX-NOTA-IND)
                       REWRITE REG-NTA-STATUS
                           INVALID KEY CONTINUE
                       END-REWRITE
                       MOVE "S" TO AUX-NOTA-GRABADA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE REG-NOTAS.
       AGREGAR-NOTA-SOCIO-EXIT.
           EXIT.

      *RECORRE EL LIBRO MAYOR DE MULTAS POR EL PRESTAMO "P" RECIEN
      *HALLADO: EL CARGO DE REPOSICION (ULTIMA FILA "A" CON MOTIVO
      *"PERDIDO" DEL SOCIO Y LIBRO, CON LA FECHA DEL PRESTAMO O SIN
      *ELLA COMO LA ASIENTA RECLAMOS-DEVOL), LA MULTA POR ATRASO DEL
      *MISMO PRESTAMO Y EL SALDO DEL SOCIO DESDE EL ULTIMO CORTE DE
      *CIERRE-FINES, MISMA CUENTA QUE CALCULAR-SALDO-SOCIO EN
      *PROG-PAGOS-F.
       REVISAR-CUENTA-PERDIDO.
           MOVE "N" TO AUX-CARGO-HALLADO.
           MOVE ZEROS TO AUX-CARGO-PERDIDO AUX-MULTA-ATRASO
                         AUX-SALDO-MULTAS.
           OPEN INPUT SALDOS-FINES.
           IF NOT F-NOEXISTE-SALDOS
               MOVE PRESTAMO-SOCIO-ID TO SAL-SOCIO-ID
               READ SALDOS-FINES
                   INVALID KEY CONTINUE
               END-READ
               IF ESTA-SALDO-FINES
                   COMPUTE AUX-SALDO-MULTAS = SAL-ASIGNADO
                           - SAL-PAGADO
               END-IF
           END-IF.
           CLOSE SALDOS-FINES.
           OPEN INPUT REG-FINES.
           IF F-NOEXISTE-FINES
               CLOSE REG-FINES
               GO TO REVISAR-CUENTA-PERDIDO-EXIT
           END-IF.
           READ REG-FINES AT END SET FIN-REG-FINES TO TRUE END-READ.
           PERFORM UNTIL FIN-REG-FINES
               IF FINES-SOCIO-ID = PRESTAMO-SOCIO-ID
                   IF FINES-ASIGNADA
                       ADD FINES-MONTO TO AUX-SALDO-MULTAS
                   ELSE
                       SUBTRACT FINES-MONTO FROM AUX-SALDO-MULTAS
                   END-IF
                   IF FINES-ASIGNADA
                       AND FINES-LIBRO-ID = PRESTAMO-LIBRO-ID
                       IF FINES-MOTIVO = "PERDIDO"
                           IF FINES-FECHA-PRESTAMO =
                                   PRESTAMO-FECHA-PRESTAMO
                               OR FINES-FECHA-PRESTAMO = ZEROS
                               MOVE FINES-MONTO TO AUX-CARGO-PERDIDO
                               MOVE "S" TO AUX-CARGO-HALLADO
                           END-IF
                       ELSE
                           IF FINES-FECHA-PRESTAMO =
                                   PRESTAMO-FECHA-PRESTAMO
                               ADD FINES-MONTO TO AUX-MULTA-ATRASO
                           END-IF
                       END-IF
                   END-IF
               END-IF
               READ REG-FINES AT END SET FIN-REG-FINES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE REG-FINES.
       REVISAR-CUENTA-PERDIDO-EXIT.
           EXIT.

      *LIBRO COBRADO COMO PERDIDO QUE VOLVIO: EL TITULO PASA DE
      *EXTRAVIADO A DISPONIBLE CON SU LINEA DE AUDITORIA (LA SUMA A
      *DISPONIBLES Y A LAS EXISTENCIAS DE LA SUCURSAL LA HACE EL
      *CAMINO COMUN DE LA DEVOLUCION). EL CARGO DE REPOSICION SE
      *REVIERTE PRIMERO CONTRA LO QUE EL SOCIO TODAVIA DEBE
      *(EXONERACION "E", MOTIVO "RECUPERADO") Y LO QUE YA HABIA
      *PAGADO DE MAS SE LE REINTEGRA POR CAJA. LA MULTA POR ATRASO
      *NO SE TOCA. SI EL CARGO YA NO ESTA EN EL MAYOR VIVO (QUEDO
      *DETRAS DE UN CORTE) SE TOMA EL VALOR DE REPOSICION DEL
      *CATALOGO, QUE ES LO QUE CARTAS-ATRASO COBRO.
       RECUPERAR-PERDIDO.
           MOVE PRESTAMO-LIBRO-ID TO LIBRO-ID.
           READ REG-LIBROS END-READ.
           IF ESTA-REG
               IF NOT CARGO-HALLADO
                   MOVE VALOR-REPOSICION TO AUX-CARGO-PERDIDO
               END-IF
               IF ESTADO = "EXTRAVIADO"
                   MOVE "ESTADO"      TO AUD-CAMPO
                   MOVE ESTADO        TO AUD-ANTERIOR
                   MOVE "DISPONIBLE"  TO AUD-NUEVO
                   MOVE "DISPONIBLE"  TO ESTADO
                   MOVE AUX-FECHA-HOY TO ESTADO-FECHA
                   REWRITE DATOS-LIBRO END-REWRITE
                   MOVE "R" TO AUX-JRN-OPERACION
                   PERFORM JORNAL-LIBRO
                   PERFORM AUDITAR-CAMBIO
               END-IF
           END-IF.
           MOVE ZEROS TO AUX-EXONERAR AUX-REINTEGRAR.
           IF AUX-SALDO-MULTAS NOT < AUX-CARGO-PERDIDO
               MOVE AUX-CARGO-PERDIDO TO AUX-EXONERAR
           ELSE
               IF AUX-SALDO-MULTAS > ZEROS
                   MOVE AUX-SALDO-MULTAS TO AUX-EXONERAR
               END-IF
               COMPUTE AUX-REINTEGRAR = AUX-CARGO-PERDIDO
                       - AUX-EXONERAR
           END-IF.
           IF AUX-EXONERAR NOT = ZEROS
               PERFORM ASENTAR-EXONERACION-RECUP
           END-IF.
           IF AUX-REINTEGRAR NOT = ZEROS
               PERFORM ASENTAR-REINTEGRO-CAJA
           END-IF.
           PERFORM GRABAR-RECUPERADO.
           MOVE AUX-CARGO-PERDIDO TO AUX-IMPORTE-EDIT.
           DISPLAY "CARGO DE REPOSICION REVERTIDO:" AT LINE 8 COL 1
                                               WITH BACKGROUND-COLOR 2
           DISPLAY AUX-IMPORTE-EDIT AT LINE 8 COL 32
                                               WITH BACKGROUND-COLOR 2
           IF AUX-REINTEGRAR NOT = ZEROS
               MOVE AUX-REINTEGRAR TO AUX-IMPORTE-EDIT
               DISPLAY "REINTEGRAR AL SOCIO EN EFECTIVO:"
                                               AT LINE 9 COL 1
                                               WITH BACKGROUND-COLOR 3
               DISPLAY AUX-IMPORTE-EDIT AT LINE 9 COL 34
                                               WITH BACKGROUND-COLOR 3
           END-IF.

      *FILA "E" QUE DESCUENTA DEL SALDO LA PARTE DEL CARGO QUE EL
      *SOCIO TODAVIA DEBIA, MISMO LAYOUT QUE EXONERAR-MULTA EN
      *PROG-PAGOS-F; EL OPERADOR DE LA DEVOLUCION QUEDA COMO
      *AUTORIZANTE.
       ASENTAR-EXONERACION-RECUP.
           OPEN EXTEND REG-FINES.
           IF F-NOEXISTE-FINES
               CLOSE REG-FINES
               OPEN OUTPUT REG-FINES
           END-IF.
           MOVE PRESTAMO-SOCIO-ID       TO FINES-SOCIO-ID.
           MOVE PRESTAMO-LIBRO-ID       TO FINES-LIBRO-ID.
           MOVE AUX-FECHA-HOY           TO FINES-FECHA.
           SET FINES-EXONERADA          TO TRUE.
           MOVE AUX-EXONERAR            TO FINES-MONTO.
           MOVE ZEROS                   TO FINES-DIAS-ATRASO.
           MOVE PRESTAMO-FECHA-PRESTAMO TO FINES-FECHA-PRESTAMO.
           MOVE "RECUPERADO"            TO FINES-MOTIVO.
           MOVE AUD-OPERADOR            TO FINES-AUTORIZANTE.
           MOVE ZEROS                   TO FINES-RECIBO.
           MOVE AUX-SUCURSAL            TO FINES-SUCURSAL.
           WRITE FINES-TRANSACCION.
           CLOSE REG-FINES.

      *EGRESO DE CAJA "O" POR LA PARTE DEL CARGO QUE EL SOCIO YA
      *HABIA PAGADO, REFERENCIA "REI " Y EL SOCIO, PARA QUE EL
      *CIERRE DE CAJA DE VENTAS-LOCAL ESPERE ESE EFECTIVO MENOS.
       ASENTAR-REINTEGRO-CAJA.
           OPEN EXTEND CAJA-MOVIMIENTOS.
           IF F-NOEXISTE-CAJA
               CLOSE CAJA-MOVIMIENTOS
               OPEN OUTPUT CAJA-MOVIMIENTOS
           END-IF.
           MOVE AUX-FECHA-HOY  TO CAJA-FECHA.
           MOVE "O"            TO CAJA-TIPO.
           MOVE AUX-REINTEGRAR TO CAJA-IMPORTE.
           MOVE SPACES         TO CAJA-REFERENCIA.
           STRING "REI "            DELIMITED BY SIZE
                   PRESTAMO-SOCIO-ID DELIMITED BY SIZE
                   INTO CAJA-REFERENCIA.
           MOVE AUX-SUCURSAL   TO CAJA-SUCURSAL.
           MOVE AUD-OPERADOR   TO CAJA-OPERADOR.
           WRITE LINEA-CAJA.
           CLOSE CAJA-MOVIMIENTOS.

       GRABAR-RECUPERADO.
           OPEN EXTEND RECUPERADOS.
           IF F-NOEXISTE-RECUP
               CLOSE RECUPERADOS
               OPEN OUTPUT RECUPERADOS
           END-IF.
           MOVE AUX-FECHA-HOY              TO REC-FECHA.
           MOVE PRESTAMO-LIBRO-ID          TO REC-LIBRO-ID.
           MOVE PRESTAMO-SOCIO-ID          TO REC-SOCIO-ID.
           MOVE PRESTAMO-FECHA-PRESTAMO    TO REC-FECHA-PRESTAMO.
           MOVE PRESTAMO-FECHA-VENCIMIENTO TO REC-FECHA-VENCIMIENTO.
           MOVE AUX-CARGO-PERDIDO          TO REC-CARGO.
           MOVE AUX-EXONERAR               TO REC-EXONERADO.
           MOVE AUX-REINTEGRAR             TO REC-REINTEGRADO.
           MOVE AUX-MULTA-ATRASO           TO REC-MULTA-ATRASO.
           MOVE AUX-SUCURSAL               TO REC-SUCURSAL.
           MOVE AUD-OPERADOR               TO REC-OPERADOR.
           MOVE SPACES                     TO REC-TITULO.
           IF ESTA-REG
               MOVE NOMBRE                 TO REC-TITULO
           END-IF.
           WRITE DATOS-RECUPERADO.
           CLOSE RECUPERADOS.

      *EXTIENDE LA FECHA DE VENCIMIENTO DE UN PRESTAMO ACTIVO EN
      *LUGAR DE OBLIGAR A UNA DEVOLUCION Y UN PRESTAMO NUEVO, HASTA
      *EL TOPE DE MAX-RENOVACIONES-PRESTAMO. USA LA MISMA BUSQUEDA
               ACCEPT OPC AT LINE 6 COL 41
               GO TO RENOVAR-PRESTAMO-EXIT
           END-IF.
           PERFORM BUSCAR-RESERVA-CURSO
                   THRU BUSCAR-RESERVA-CURSO-EXIT.
           IF RESERVA-CURSO-VIGENTE
               DISPLAY "TITULO EN RESERVA DE CURSO: NO SE RENUEVA"
                                               AT LINE 6 COL 1
                                               WITH BACKGROUND-COLOR 4
               ACCEPT OPC AT LINE 6 COL 43
               GO TO RENOVAR-PRESTAMO-EXIT
           END-IF.
           IF PRESTAMO-RENOVACIONES >= AUX-RENOV-POLITICA
               DISPLAY "YA SE ALCANZO EL MAXIMO DE RENOVACIONES"
                                               AT LINE 6 COL 1
                   AUX-RENOV-POLITICA DELIMITED BY SIZE
                   INTO LINEA-COMPROBANTE.
           WRITE LINEA-COMPROBANTE.
           IF RESERVA-CURSO-VIGENTE
               MOVE SPACES TO LINEA-COMPROBANTE
               IF AUX-RCU-HORAS = ZEROS
                   MOVE "RESERVA DE CURSO - PLAZO UN DIA"
                           TO LINEA-COMPROBANTE
               ELSE
                   STRING "RESERVA DE CURSO - DEVOLVER HOY ("
                                       DELIMITED BY SIZE
                           AUX-RCU-HORAS DELIMITED BY SIZE
                           " HS)"      DELIMITED BY SIZE
                           INTO LINEA-COMPROBANTE
               END-IF
               WRITE LINEA-COMPROBANTE
           END-IF.
           MOVE ALL "-" TO LINEA-COMPROBANTE.
           WRITE LINEA-COMPROBANTE.
           CLOSE COMPROBANTES.
       BUSCAR-POLITICA-CATEGORIA-EXIT.
           EXIT.

      *RESERVAS DE CURSO DEL LIBRO-ID EN CURSO VIGENTES HOY (DESDE
      *<= HOY <= HASTA). SI HAY ALGUNA, EL PLAZO PASA A UN DIA O A
      *DEVOLVER EN EL DIA (LA MAS CORTA DE TODAS) Y NO SE RENUEVA;
      *TERMINADO EL PERIODO NO SE ENCUENTRA NADA Y QUEDA LA POLITICA
      *DE LA CATEGORIA TAL CUAL.
       BUSCAR-RESERVA-CURSO.
           MOVE "N"   TO AUX-RCU-VIGENTE.
           MOVE "N"   TO AUX-RCU-ABIERTA.
           MOVE ZEROS TO AUX-RCU-HORAS.
           MOVE ZEROS TO AUX-CANT-CURSOS-RES.
           OPEN INPUT RESERVA-CURSO.
           IF F-NOEXISTE-RCU
               CLOSE RESERVA-CURSO
               GO TO BUSCAR-RESERVA-CURSO-EXIT
           END-IF.
           ACCEPT AUX-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE LIBRO-ID TO RCU-LIBRO-ID.
           MOVE LOW-VALUES TO RCU-CURSO.
           START RESERVA-CURSO KEY IS NOT LESS THAN RCU-CLAVE
               INVALID KEY SET FIN-RESERVA-CURSO TO TRUE
           END-START.
           IF NOT FIN-RESERVA-CURSO
               READ RESERVA-CURSO NEXT RECORD AT END
                   SET FIN-RESERVA-CURSO TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-RESERVA-CURSO
                   OR RCU-LIBRO-ID NOT = LIBRO-ID
               IF RCU-FECHA-DESDE NOT > AUX-FECHA-HOY
                  AND RCU-FECHA-HASTA NOT < AUX-FECHA-HOY
                   IF RCU-HORAS NOT = ZEROS
                      AND (AUX-RCU-HORAS = ZEROS
                           OR RCU-HORAS < AUX-RCU-HORAS)
                       MOVE RCU-HORAS TO AUX-RCU-HORAS
                   END-IF
                   MOVE "S" TO AUX-RCU-VIGENTE
                   IF RCU-SOLO-INSCRIPTOS
                       IF AUX-CANT-CURSOS-RES < MAX-CURSOS-RESERVA
                           ADD 1 TO AUX-CANT-CURSOS-RES
                           MOVE RCU-CURSO
                               TO TCR-CURSO (AUX-CANT-CURSOS-RES)
                       END-IF
                   ELSE
                       MOVE "S" TO AUX-RCU-ABIERTA
                   END-IF
               END-IF
               READ RESERVA-CURSO NEXT RECORD AT END
                   SET FIN-RESERVA-CURSO TO TRUE END-READ
           END-PERFORM.
           CLOSE RESERVA-CURSO.
           IF RESERVA-CURSO-VIGENTE
               MOVE ZEROS TO AUX-RENOV-POLITICA
               IF AUX-RCU-HORAS = ZEROS
                   MOVE 1 TO AUX-DIAS-POLITICA
               ELSE
                   MOVE ZEROS TO AUX-DIAS-POLITICA
               END-IF
           END-IF.
       BUSCAR-RESERVA-CURSO-EXIT.
           EXIT.

      *EL SOCIO AUX-SOCIO-ID ESTA INSCRIPTO SI LA REFERENCIA CRUZADA
      *DE ALTA-ESTUDIANTES LO LIGA A UN STUDENT-ID CUYO COURSE-CODE
      *ES UNO DE LOS CURSOS QUE RESTRINGEN EL TITULO.
       VERIFICAR-INSCRIPCION-CURSO.
           MOVE "N" TO AUX-INSCRIPTO.
           MOVE SPACES TO AUX-CLAVE-XREF.
           MOVE AUX-SOCIO-ID TO AUX-CLAVE-XREF.
           MOVE ZEROS TO AUX-STUDENT-ID.
           OPEN INPUT XREF-ESTUDIANTES.
           IF F-NOEXISTE-XREF
               CLOSE XREF-ESTUDIANTES
               GO TO VERIFICAR-INSCRIPCION-CURSO-EXIT
           END-IF.
           READ XREF-ESTUDIANTES AT END SET FIN-XREF TO TRUE
           END-READ.
           PERFORM UNTIL FIN-XREF OR AUX-STUDENT-ID NOT = ZEROS
               IF XREF-CLAVE = AUX-CLAVE-XREF
                   MOVE XREF-STUDENT-ID TO AUX-STUDENT-ID
               ELSE
                   READ XREF-ESTUDIANTES AT END SET FIN-XREF TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE XREF-ESTUDIANTES.
           IF AUX-STUDENT-ID = ZEROS
               GO TO VERIFICAR-INSCRIPCION-CURSO-EXIT
           END-IF.
           OPEN INPUT STUDENTS-RECORD.
           IF F-NOEXISTE-STU
               CLOSE STUDENTS-RECORD
               GO TO VERIFICAR-INSCRIPCION-CURSO-EXIT
           END-IF.
           READ STUDENTS-RECORD AT END SET FIN-STUDENTS TO TRUE
           END-READ.
           PERFORM UNTIL FIN-STUDENTS OR SOCIO-INSCRIPTO-CURSO
               IF STUDENT-ID = AUX-STUDENT-ID
                   PERFORM VARYING AUX-IND-CUR FROM 1 BY 1
                           UNTIL AUX-IND-CUR > AUX-CANT-CURSOS-RES
                       IF TCR-CURSO (AUX-IND-CUR) = COURSE-CODE
                           MOVE "S" TO AUX-INSCRIPTO
                       END-IF
                   END-PERFORM
               END-IF
               READ STUDENTS-RECORD AT END SET FIN-STUDENTS TO TRUE
               END-READ
           END-PERFORM.
           CLOSE STUDENTS-RECORD.
       VERIFICAR-INSCRIPCION-CURSO-EXIT.
           EXIT.

      *************************************************************************
       LIMPIAR-PANTALLA.
           PERFORM VARYING N FROM 01 BY 1 UNTIL N>24
               DISPLAY LIMPIAR AT LINE N COLUMN 1
           END-PERFORM.
           IF EN-ENTRENAMIENTO
               DISPLAY "ENTRENAMIENTO" AT LINE 1 COL 66
                       WITH REVERSE-VIDEO
           END-IF.

       ABRIR-ARCHIVO-INPUT.
           OPEN INPUT REG-LIBROS.
               GO TO AGREGAR-RESERVA-EXIT
           END-IF.
           MOVE AUX-SOCIO-ID TO RESERVA-SOCIO-ID.
           PERFORM VERIFICAR-AUSENCIAS-RESERVA
                   THRU VERIFICAR-AUSENCIAS-RESERVA-EXIT.
           IF AUX-BLOQUEO-RESERVAS NOT = ZEROS
               DISPLAY "SOCIO SIN RESERVAS POR AUSENCIAS HASTA EL "
                                               AT LINE 8 COL 1
                                               WITH BACKGROUND-COLOR 4
               DISPLAY AUX-BLOQUEO-RESERVAS AT LINE 8 COL 43
                                               WITH BACKGROUND-COLOR 4
               ACCEPT OPC AT LINE 8 COL 53
               GO TO AGREGAR-RESERVA-EXIT
           END-IF.
      *CUPO DE RESERVAS ACTIVAS POR SOCIO SEGUN SU CLASE: PRIMERO
      *LOS TOPES GENERALES, QUE LA CLASE SOLO PISA SI TIENE CUPO
      *PROPIO (SIN ESTA SIEMBRA, EL SOCIO SIN CLASE HEREDARIA EL
               ACCEPT OPC AT LINE 8 COL 40
               GO TO AGREGAR-RESERVA-EXIT
           END-IF.
      *SUCURSAL DONDE EL SOCIO VA A RETIRAR; ENTER ES LA DEL PUESTO.
           MOVE AUX-SUCURSAL TO AUX-SUCURSAL-RETIRO.
           DISPLAY "Sucursal de retiro:" AT LINE 7 COL 38
                                               WITH REVERSE-VIDEO
           ACCEPT AUX-SUCURSAL-RETIRO AT LINE 7 COL 58
                                       WITH PROMPT UNDERLINE UPDATE.
           IF AUX-SUCURSAL-RETIRO = SPACES
               MOVE AUX-SUCURSAL TO AUX-SUCURSAL-RETIRO
           END-IF.
           PERFORM VALIDAR-SUCURSAL-RETIRO
                   THRU VALIDAR-SUCURSAL-RETIRO-EXIT.
           IF NOT SUC-RETIRO-VALIDA
               DISPLAY "LA SUCURSAL DE RETIRO NO EXISTE"
                                               AT LINE 8 COL 1
                                               WITH BACKGROUND-COLOR 4
               ACCEPT OPC AT LINE 8 COL 33
               GO TO AGREGAR-RESERVA-EXIT
           END-IF.
           ACCEPT AUX-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE AUX-FECHA-HOY TO RESERVA-FECHA.
           SET RESERVA-ACTIVA TO TRUE.
           MOVE ZEROS TO RESERVA-FECHA-LIMITE.
           MOVE AUX-SUCURSAL-RETIRO TO RESERVA-SUCURSAL-RETIRO.
           PERFORM ABRIR-IO-ARCHIVO-RESERVAS.
           WRITE DATOS-RESERVA
               INVALID KEY
       AGREGAR-RESERVA-EXIT.
           EXIT.

      *LA SEDE Y LA SUCURSAL DEL PUESTO SIEMPRE SIRVEN; CUALQUIER
      *OTRA TIENE QUE ESTAR EN EL MAESTRO DE SUCURSALES.
       VALIDAR-SUCURSAL-RETIRO.
           MOVE "N" TO AUX-SUC-VALIDA.
           IF AUX-SUCURSAL-RETIRO = "SED"
               OR AUX-SUCURSAL-RETIRO = AUX-SUCURSAL
               MOVE "S" TO AUX-SUC-VALIDA
               GO TO VALIDAR-SUCURSAL-RETIRO-EXIT
           END-IF.
           OPEN INPUT SUCURSALES.
           IF F-NOEXISTE-SUCS
               CLOSE SUCURSALES
               GO TO VALIDAR-SUCURSAL-RETIRO-EXIT
           END-IF.
           MOVE AUX-SUCURSAL-RETIRO TO SUC-CODIGO.
           READ SUCURSALES
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-SUCURSAL
               MOVE "S" TO AUX-SUC-VALIDA
           END-IF.
           CLOSE SUCURSALES.
       VALIDAR-SUCURSAL-RETIRO-EXIT.
           EXIT.

      *CUENTA LAS RESERVAS VIVAS (ACTIVAS, RETENIDAS O EN TRANSITO)
      *DEL SOCIO RECORRIENDO LA COLA COMPLETA. LA CLAVE DE LA RESERVA EN
      *CURSO SE RECONSTRUYE AL SALIR PORQUE EL RECORRIDO PISA EL
      *AREA DEL REGISTRO.
       CONTAR-RESERVAS-SOCIO.
                   SET FIN-REG-RES TO TRUE END-READ
               PERFORM UNTIL FIN-REG-RES
                   IF RESERVA-SOCIO-ID = AUX-SOCIO-ID
                       AND (RESERVA-ACTIVA OR RESERVA-RETENIDA
                           OR RESERVA-EN-TRANSITO)
                       ADD 1 TO AUX-RESERVAS-SOCIO
                   END-IF
                   READ REG-RESERVAS NEXT RECORD AT END
      *Y SE IMPRIME LA ESQUELA DE AVISO CON EL DOMICILIO DE LA
      *FICHA. ANTES SOLO SE AVISABA EN PANTALLA Y EL EJEMPLAR VOLVIA
      *AL ESTANTE COMUN: EL PRIMERO QUE ENTRABA SE LO LLEVABA.
      *SI LA RESERVA SE RETIRA EN OTRA SUCURSAL EL EJEMPLAR SALE EN
      *TRANSITO HACIA ELLA (VER ENVIAR-A-SUCURSAL-RETIRO).
       NOTIFICAR-RESERVA.
           MOVE "N" TO AUX-RESERVA-RETENIDA.
           MOVE LIBRO-ID TO RESERVA-LIBRO-ID.
                       OR RESERVA-ACTIVA
                   READ REG-RESERVAS NEXT RECORD END-READ
               END-PERFORM
               IF NOT FIN-REG-RES AND RESERVA-LIBRO-ID = LIBRO-ID
                                   AND RESERVA-ACTIVA
                   AND RESERVA-SUCURSAL-RETIRO NOT = SPACES
                   AND RESERVA-SUCURSAL-RETIRO NOT = AUX-SUCURSAL
                   PERFORM ENVIAR-A-SUCURSAL-RETIRO
                   MOVE "S" TO AUX-RESERVA-RETENIDA
                   SET FIN-REG-RES TO TRUE
               END-IF
               IF NOT FIN-REG-RES AND RESERVA-LIBRO-ID = LIBRO-ID
                                   AND RESERVA-ACTIVA
                   SET RESERVA-RETENIDA TO TRUE
           END-IF.
           PERFORM CERRAR-ARCHIVO-RESERVAS.

      *LA RESERVA SE RETIRA EN OTRA SUCURSAL: EL EJEMPLAR QUEDA
      *APARTADO Y EN TRANSITO HACIA ELLA (ESTADO "T", SIN FECHA
      *LIMITE) CON SU TRANSFERENCIA. LA VENTANA DE RETIRO Y LA
      *ESQUELA LAS DA TRANSFIERE-LIBROS AL RECIBIRLO ALLA.
       ENVIAR-A-SUCURSAL-RETIRO.
           SET RESERVA-EN-TRANSITO TO TRUE.
           MOVE ZEROS TO RESERVA-FECHA-LIMITE.
           REWRITE DATOS-RESERVA END-REWRITE.
           MOVE "R" TO AUX-JRN-OPERACION.
           PERFORM JORNAL-RESERVA.
           PERFORM GRABAR-TRANSFERENCIA-RESERVA.
           DISPLAY "EJEMPLAR EN TRANSITO A LA SUCURSAL "
                                               AT LINE 7 COL 1
                                               WITH BACKGROUND-COLOR 3
           DISPLAY RESERVA-SUCURSAL-RETIRO AT LINE 7 COL 36
                                               WITH BACKGROUND-COLOR 3
           DISPLAY "SOCIO " AT LINE 8 COL 1
                                               WITH BACKGROUND-COLOR 3
           DISPLAY RESERVA-SOCIO-ID AT LINE 8 COL 8
                                               WITH BACKGROUND-COLOR 3
           DISPLAY "TRANSFERENCIA " AT LINE 8 COL 15
                                               WITH BACKGROUND-COLOR 3
           DISPLAY AUX-NUMERO-TRANSF AT LINE 8 COL 29
                                               WITH BACKGROUND-COLOR 3
           ACCEPT OPC AT LINE 8 COL 36.

      *TOMA EL PROXIMO NUMERO DEL NUMERADOR DE TRANSFERENCIAS Y
      *GRABA EL MOVIMIENTO EN TRANSITO DESDE LA SUCURSAL DEL PUESTO
      *HACIA LA DE RETIRO, MISMO ARMADO QUE 070-GRABAR-TRANSFERENCIA
      *EN TRANSFIERE-LIBROS.
       GRABAR-TRANSFERENCIA-RESERVA.
           MOVE ZEROS TO AUX-NUMERO-TRANSF.
           OPEN INPUT TRANSF-NUMERADOR.
           IF NOT F-NOEXISTE-NTRA
               READ TRANSF-NUMERADOR INTO AUX-NUMERO-TRANSF
                   AT END MOVE ZEROS TO AUX-NUMERO-TRANSF
               END-READ
           END-IF.
           CLOSE TRANSF-NUMERADOR.
           ADD 1 TO AUX-NUMERO-TRANSF.
           OPEN OUTPUT TRANSF-NUMERADOR.
           MOVE AUX-NUMERO-TRANSF TO LINEA-NUMERADOR-TRA.
           WRITE LINEA-NUMERADOR-TRA.
           CLOSE TRANSF-NUMERADOR.
           OPEN I-O TRANSFERENCIAS.
           IF F-NOEXISTE-TRA
               CLOSE TRANSFERENCIAS
               OPEN OUTPUT TRANSFERENCIAS
               CLOSE TRANSFERENCIAS
               OPEN I-O TRANSFERENCIAS
           END-IF.
           ACCEPT AUX-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE AUX-NUMERO-TRANSF       TO TRANSF-NUMERO.
           MOVE RESERVA-LIBRO-ID        TO TRANSF-LIBRO-ID.
           MOVE AUX-SUCURSAL            TO TRANSF-ORIGEN.
           MOVE RESERVA-SUCURSAL-RETIRO TO TRANSF-DESTINO.
           MOVE AUX-FECHA-HOY           TO TRANSF-FECHA-ENVIO.
           MOVE ZEROS                   TO TRANSF-FECHA-RECEPCION.
           SET TRANSF-EN-TRANSITO       TO TRUE.
           SET TRANSF-PARA-RESERVA      TO TRUE.
           WRITE DATOS-TRANSFERENCIA
               INVALID KEY CONTINUE
           END-WRITE.
           CLOSE TRANSFERENCIAS.

      *FECHA LIMITE DE RETIRO EN AUX-FECHA-CALC: DIAS-RETIRO-RESERVA
      *DIAS ABIERTOS A PARTIR DE HOY, SALTEANDO CIERRES SEMANALES Y
      *FERIADOS DEL CALENDARIO IGUAL QUE LOS VENCIMIENTOS.
           PERFORM SUMAR-UN-DIA-A-FECHA-CALC.
           PERFORM CORRER-A-DIA-ABIERTO.

      *VALORES DE PARAMETROS-SISTEMA.DAT (MANT-PARAMETROS); LOS QUE
      *NO ESTAN CARGADOS QUEDAN CON SU VALUE DE SIEMPRE.
       CARGAR-PARAMETROS.
           MOVE "RES-DIAS-RETIRO" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-NUMERO TO DIAS-RETIRO-RESERVA
           END-IF.
           MOVE "NOMBRE-BIBLIO" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO NOMBRE-BIBLIOTECA
           END-IF.
           MOVE "DOMICILIO-BIBL" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO DOMICILIO-BIBLIOTECA
           END-IF.
           MOVE "TELEFONO-BIBL" TO LPA-CLAVE.
           CALL "LEE-PARAMETRO" USING LPA-PARAMETROS.
           IF PARAMETRO-HALLADO
               MOVE LPA-VALOR TO TELEFONO-BIBLIOTECA
           END-IF.

      *ESQUELA DE AVISO DE RETIRO PARA DESPACHAR AL SOCIO: TOMA EL
      *NOMBRE Y DOMICILIO DE LA FICHA DE ENTIDADES (SI EL SOCIO NO
      *ESTA MIGRADO LA ESQUELA SALE SOLO CON EL NUMERO). AL SOCIO
      *CON CORREO ELECTRONICO LE SALE EL MISMO TEXTO COMO MENSAJE
      *EN LA COLA DE CORREO EN LUGAR DE LA ESQUELA IMPRESA. DATOS-LIBRO
      *SE RELEE ACA PORQUE EL BUFFER PUEDE VENIR DE OTRA LECTURA.
       IMPRIMIR-AVISO-RETIRO.
           MOVE RESERVA-LIBRO-ID TO LIBRO-ID.
           MOVE SPACES TO SOCIO-DOMICILIO-STATUS.
           MOVE SPACES TO SOCIO-CLAVE-STATUS.
           MOVE RESERVA-SOCIO-ID TO SOCIO-CLAVE-STATUS.
           MOVE "P" TO AUX-CANAL-AVISO.
           OPEN INPUT REG-SOCIOS.
           IF NOT F-NOEXISTE-SOC
               READ REG-SOCIOS
                   INVALID KEY
                   MOVE SPACES TO SOCIO-NOMBRE-STATUS
                   MOVE SPACES TO SOCIO-DOMICILIO-STATUS
                   NOT INVALID KEY
                   PERFORM ELEGIR-CANAL-AVISO
               END-READ
           END-IF.
           CLOSE REG-SOCIOS.
           IF AVISO-POR-EMAIL
               MOVE "BIBLIOTECA - AVISO DE RETIRO DE RESERVA"
                       TO AUX-COLA-ASUNTO
               PERFORM ABRIR-MENSAJE-CORREO
           ELSE
               OPEN EXTEND AVISOS-RETIRO
               IF F-NOEXISTE-AVISO
                   CLOSE AVISOS-RETIRO
                   OPEN OUTPUT AVISOS-RETIRO
               END-IF
           END-IF.
           MOVE ALL "=" TO LINEA-AVISO-RETIRO.
           PERFORM EMITIR-LINEA-AVISO.
           IF NOMBRE-BIBLIOTECA NOT = SPACES
               MOVE NOMBRE-BIBLIOTECA TO LINEA-AVISO-RETIRO
               PERFORM EMITIR-LINEA-AVISO
           END-IF.
           IF DOMICILIO-BIBLIOTECA NOT = SPACES
               MOVE DOMICILIO-BIBLIOTECA TO LINEA-AVISO-RETIRO
               PERFORM EMITIR-LINEA-AVISO
           END-IF.
           IF TELEFONO-BIBLIOTECA NOT = SPACES
               MOVE SPACES TO LINEA-AVISO-RETIRO
               STRING "TEL. "             DELIMITED BY SIZE
                       TELEFONO-BIBLIOTECA DELIMITED BY SIZE
                       INTO LINEA-AVISO-RETIRO
               PERFORM EMITIR-LINEA-AVISO
           END-IF.
           MOVE SPACES TO LINEA-AVISO-RETIRO.
           STRING "AVISO DE RETIRO - SOCIO " DELIMITED BY SIZE
                   RESERVA-SOCIO-ID          DELIMITED BY SIZE
                   " - "                     DELIMITED BY SIZE
                   SOCIO-NOMBRE-STATUS       DELIMITED BY SIZE
                   INTO LINEA-AVISO-RETIRO.
           PERFORM EMITIR-LINEA-AVISO.
           MOVE SPACES TO LINEA-AVISO-RETIRO.
           STRING "DOMICILIO: "              DELIMITED BY SIZE
                   SOCIO-DOMICILIO-STATUS    DELIMITED BY SIZE
                   INTO LINEA-AVISO-RETIRO.
           PERFORM EMITIR-LINEA-AVISO.
           MOVE SPACES TO LINEA-AVISO-RETIRO.
           STRING "EL TITULO RESERVADO """   DELIMITED BY SIZE
                   NOMBRE                    DELIMITED BY SIZE
                   """ LO ESPERA"            DELIMITED BY SIZE
                   INTO LINEA-AVISO-RETIRO.
           PERFORM EMITIR-LINEA-AVISO.
           MOVE SPACES TO LINEA-AVISO-RETIRO.
           STRING "EN EL MOSTRADOR HASTA EL " DELIMITED BY SIZE
                   RESERVA-FECHA-LIMITE      DELIMITED BY SIZE
                   " INCLUSIVE."             DELIMITED BY SIZE
                   INTO LINEA-AVISO-RETIRO.
           PERFORM EMITIR-LINEA-AVISO.
           IF AVISO-POR-EMAIL
               PERFORM CERRAR-MENSAJE-CORREO
           ELSE
               CLOSE AVISOS-RETIRO
           END-IF.

      *CANAL DEL AVISO: CORREO ELECTRONICO SI LA FICHA TIENE
      *DIRECCION SIN MARCA DE REBOTE (NUNCA AL SOCIO SIN CARTAS);
      *ESQUELA IMPRESA EN CUALQUIER OTRO CASO.
       ELEGIR-CANAL-AVISO.
           IF SOCIO-EMAIL-STATUS NOT = SPACES
               AND NOT SOCIO-EMAIL-REBOTADO
               AND NOT SOCIO-SIN-CARTAS
               MOVE "E" TO AUX-CANAL-AVISO
           END-IF.

      *CADA LINEA DE LA ESQUELA VA AL PAPEL O, SI EL SOCIO LA RECIBE
      *POR CORREO ELECTRONICO, COMO RENGLON DEL MENSAJE.
       EMITIR-LINEA-AVISO.
           IF AVISO-POR-EMAIL
               MOVE LINEA-AVISO-RETIRO TO AUX-COLA-TEXTO
               PERFORM GRABAR-RENGLON-CORREO
           ELSE
               WRITE LINEA-AVISO-RETIRO
           END-IF.

      *ABRE UN MENSAJE NUEVO EN LA COLA DE CORREO: TOMA EL NUMERO
      *DEL NUMERADOR (MISMO MANEJO QUE EL DE REPARACIONES) Y GRABA
      *EL RENGLON 000 DE CABECERA PARA LA PASARELA.
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
           ACCEPT AUX-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE ZEROS TO AUX-COLA-RENGLON.
           MOVE SPACES TO LINEA-COLA.
           MOVE AUX-COLA-NUMERO    TO COLA-NUMERO.
           MOVE AUX-COLA-RENGLON   TO COLA-RENGLON.
           MOVE AUX-FECHA-HOY      TO COLA-FECHA.
           MOVE "RESERVAS"         TO COLA-ORIGEN.
           MOVE RESERVA-SOCIO-ID   TO COLA-SOCIO.
           MOVE SOCIO-EMAIL-STATUS TO COLA-EMAIL.
           MOVE AUX-COLA-ASUNTO    TO COLA-ASUNTO.
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

      *CUENTA LOS PRESTAMOS ACTIVOS DE AUX-SOCIO-ID RECORRIENDO EL
      *ARCHIVO DE PRESTAMOS COMPLETO (NO HAY LLAVE POR SOCIO) Y
       JORNAL-RESERVA.
           MOVE "REG-RESERVAS.DAT" TO JRN-ARCHIVO.
           MOVE SPACES TO JRN-REGISTRO.
           MOVE DATOS-RESERVA TO JRN-REGISTRO (1:32).
           PERFORM GRABAR-LINEA-JORNAL.

       GRABAR-LINEA-JORNAL.
       MOSTRAR-EXISTENCIAS-SUC-EXIT.
           EXIT.

      *DEBAJO DE LAS SUCURSALES, A PARTIR DE LA LINEA N: HASTA CINCO
      *TITULOS QUE TAMBIEN LLEVARON LOS LECTORES DE AUX-EXI-LIBRO
      *(RECOMENDACIONES.DAT NO TIENE SOCIOS, SOLO TITULOS). SIN
      *ARCHIVO O SIN RECOMENDACIONES NO SE MUESTRA NADA.
       MOSTRAR-RECOMENDACIONES.
           OPEN INPUT RECOMENDACIONES.
           IF F-NOEXISTE-REC
               CLOSE RECOMENDACIONES
               GO TO MOSTRAR-RECOMENDACIONES-EXIT
           END-IF.
           MOVE AUX-EXI-LIBRO TO RCM-LIBRO-ID.
           READ RECOMENDACIONES
               INVALID KEY CONTINUE
           END-READ.
           IF ESTA-RECOMENDACION AND RCM-CANTIDAD > ZEROS
               ADD 1 TO N
               DISPLAY "Quienes lo leyeron tambien leyeron:"
                                   AT LINE N COL 1 WITH REVERSE-VIDEO
               PERFORM VARYING AUX-IND-REC FROM 1 BY 1
                       UNTIL AUX-IND-REC > RCM-CANTIDAD
                   ADD 1 TO N
                   DISPLAY RCM-SUG-LIBRO-ID (AUX-IND-REC) " "
                           RCM-SUG-TITULO (AUX-IND-REC)
                                       AT LINE N COL 3
               END-PERFORM
           END-IF.
           CLOSE RECOMENDACIONES.
       MOSTRAR-RECOMENDACIONES-EXIT.
           EXIT.



      *ERRORES SOLUCIONADOS:
               ACCEPT OPC AT LINE 5 COL 33
               GO TO AUTOSERVICIO-UNA-SESION-EXIT
           END-IF.
      *EL SOCIO CON SANCION VIGENTE NO OPERA EN EL PUESTO: LO
      *ATIENDE EL MOSTRADOR.
           PERFORM VERIFICAR-SANCION-SOCIO
                   THRU VERIFICAR-SANCION-SOCIO-EXIT.
           IF AUX-SANCION-HASTA NOT = ZEROS
               DISPLAY "CUENTA SANCIONADA, ACERQUESE AL MOSTRADOR"
                                               AT LINE 5 COL 1
                                               WITH BACKGROUND-COLOR 4
               ACCEPT OPC AT LINE 5 COL 44
               GO TO AUTOSERVICIO-UNA-SESION-EXIT
           END-IF.
      *SESION DEL SOCIO: LOS ARCHIVOS SE ABREN COMO EN
      *GESTIONAR-PRESTAMOS Y CADA OPERACION USA LAS RUTINAS DE
      *SIEMPRE CON EL SOCIO YA FIJADO.
