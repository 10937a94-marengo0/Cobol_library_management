       IDENTIFICATION DIVISION.
       PROGRAM-ID.                VOLUNTARIOS.
       AUTHOR.                    LUCAS GALEANO.
       DATE-WRITTEN.              15/10/2026.

      *REGISTRO DE VOLUNTARIOS Y DE SUS HORAS. LOS VOLUNTARIOS
      *ATIENDEN LAS TERMINALES DE CONSULTA, ACOMODAN LO DEVUELTO Y
      *HACEN LA ENTREGA A DOMICILIO, PERO HASTA AHORA EL SISTEMA
      *SOLO LOS CONOCIA COMO OPERADORES DE SIENT02.FIC.
      *VOLUNTARIOS.DAT GUARDA LA FICHA DE CADA UNO: DATOS DE
      *CONTACTO, EL OPERADOR DE SIENT02.FIC SI TIENE, LO QUE SABE
      *HACER (CONSULTA, ESTANTERIA, REPARTO Y OTRAS), EL TURNO EN
      *QUE PUEDE VENIR CADA DIA DE LA SEMANA Y, SI ES ESTUDIANTE,
      *LA ESCUELA PARA EL CERTIFICADO. HORAS-VOLUNTARIOS.DAT LLEVA
      *UNA LINEA POR VOLUNTARIO, FECHA Y TAREA CON LOS MINUTOS:
      *- CARGADOS EN EL MOSTRADOR (ORIGEN "M"), O
      *- SACADOS DE LOS INGRESOS Y SALIDAS DEL OPERADOR EN
      *  TERMINALES.REG PARA UN DIA (ORIGEN "T", TAREA CONSULTA). UN
      *  DIA YA DERIVADO NO SE VUELVE A DERIVAR PARA EL MISMO
      *  VOLUNTARIO, Y UN INGRESO SIN SALIDA NO SUMA.
      *EL CERTIFICADO DE HORAS PARA LA ESCUELA SALE EN
      *CERTIFICADO-VOLUNTARIO.LST CON EL TOTAL Y EL DETALLE POR
      *TAREA ENTRE DOS FECHAS. REP-ANUAL TOTALIZA LAS HORAS DEL
      *ANIO POR TAREA COMO APORTE EN ESPECIE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOLUNTARIOS ASSIGN TO "VOLUNTARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VOL-NUMERO
               FILE STATUS IS FS-VOLUNTARIOS.

           SELECT HORAS-VOLUNTARIOS ASSIGN TO "HORAS-VOLUNTARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HORAS.

      *INGRESOS Y SALIDAS DE OPERADORES (LOS GRABAN LOS PROGRAMAS
      *DEL MOSTRADOR AL FIRMAR Y AL SALIR).
           SELECT TERMINALES ASSIGN TO "TERMINALES.REG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TERMINALES.

           SELECT CERTIFICADO ASSIGN TO "CERTIFICADO-VOLUNTARIO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CERTIFICADO.

      *BITACORA CENTRAL DE ERRORES, COMPARTIDA POR TODOS LOS
      *PROGRAMAS QUE MANEJAN ARCHIVOS DE ESTE SISTEMA.
           SELECT ERROR-LOG ASSIGN TO "ERRORES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERROR-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD VOLUNTARIOS.
       01 DATOS-VOLUNTARIO.
           05 VOL-NUMERO              PIC 9(5).
           05 VOL-NOMBRE              PIC X(30).
           05 VOL-DOCUMENTO           PIC X(10).
           05 VOL-TELEFONO            PIC X(15).
           05 VOL-CORREO              PIC X(30).
           05 VOL-DOMICILIO           PIC X(30).
      *CLAVE DE OPERADOR EN SIENT02.FIC (BLANCO = NO USA TERMINAL).
           05 VOL-OPERADOR            PIC X(11).
           05 VOL-HABILIDADES.
               10 VOL-HAB-CONSULTA    PIC X(1).
               10 VOL-HAB-ESTANTES    PIC X(1).
               10 VOL-HAB-REPARTO     PIC X(1).
               10 VOL-HAB-OTRAS       PIC X(20).
      *TURNO EN QUE PUEDE VENIR DE LUNES (1) A DOMINGO (7): M, A,
      *N, T = TODO EL DIA, BLANCO = NO VIENE.
           05 VOL-DISPONIBILIDAD.
               10 VOL-DISPONIBLE OCCURS 7 TIMES PIC X(1).
           05 VOL-ESTUDIANTE          PIC X(1).
               88 VOL-ES-ESTUDIANTE   VALUE "S".
           05 VOL-ESCUELA             PIC X(25).
           05 VOL-FECHA-ALTA          PIC 9(8).
           05 VOL-ESTADO              PIC X(1).
               88 VOL-ACTIVO          VALUE "A".
               88 VOL-DE-BAJA         VALUE "B".

       FD HORAS-VOLUNTARIOS.
       01 LINEA-HORAS.
           05 HVO-NUMERO              PIC 9(5).
           05 HVO-FECHA               PIC 9(8).
      *C=CONSULTA EN TERMINALES, E=ESTANTERIA, D=ENTREGA A
      *DOMICILIO, O=OTRAS.
           05 HVO-TAREA               PIC X(1).
           05 HVO-MINUTOS             PIC 9(4).
           05 HVO-ORIGEN              PIC X(1).
               88 HVO-DE-TERMINALES   VALUE "T".
           05 HVO-FECHA-CARGA         PIC 9(8).

       FD TERMINALES.
       01 LINEA-TERMINAL.
           05 TRM-OPERADOR            PIC X(11).
           05 TRM-PROGRAMA            PIC X(12).
           05 TRM-EVENTO              PIC X(1).
               88 TRM-INGRESO         VALUE "E".
               88 TRM-SALIDA          VALUE "S".
           05 TRM-FECHA               PIC 9(8).
           05 TRM-HORA                PIC 9(8).

       FD CERTIFICADO.
       01 LINEA-CERTIFICADO           PIC X(72).

       FD ERROR-LOG.
       01 LINEA-ERROR-LOG             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-VOLUNTARIOS           PIC XX.
           88 ESTA-VOLUNTARIO      VALUE "00" "02".
           88 FIN-VOLUNTARIOS      VALUE "10".
           88 F-NOEXISTE-VOL       VALUE "35".

       77 FS-HORAS                 PIC XX.
           88 FIN-HORAS            VALUE "10".
           88 F-NOEXISTE-HVO       VALUE "05" "35".

       77 FS-TERMINALES            PIC XX.
           88 FIN-TERMINALES       VALUE "10".
           88 F-NOEXISTE-TRM       VALUE "35".

       77 FS-CERTIFICADO           PIC XX.

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

       77 WS-OPC                   PIC 9(1) VALUE ZEROS.
       77 WS-TERMINAR-PROG         PIC X(2) VALUE "NO".
       77 WS-FECHA-HOY             PIC 9(8) VALUE ZEROS.
       77 WS-FECHA                 PIC 9(8) VALUE ZEROS.
       77 WS-DESDE                 PIC 9(8) VALUE ZEROS.
       77 WS-HASTA                 PIC 9(8) VALUE ZEROS.
       77 WS-NUMERO                PIC 9(5) VALUE ZEROS.
       77 WS-TEXTO                 PIC X(30) VALUE SPACES.
       77 WS-LETRA                 PIC X(1) VALUE SPACES.
       77 WS-TAREA                 PIC X(1) VALUE SPACES.
       77 WS-MINUTOS               PIC 9(4) VALUE ZEROS.
       77 WS-HORAS-TEXTO           PIC X(5) VALUE SPACES.
       77 WS-CANT                  PIC 9(4) VALUE ZEROS.
       77 WS-CANT-SIN-SALIDA       PIC 9(4) VALUE ZEROS.
       77 WS-IND-DIA               PIC 9(1) VALUE ZEROS.
       77 WS-ES-ALTA               PIC X VALUE "N".
           88 ES-ALTA              VALUE "S".

      *HORA HHMM DE LA CARGA A MANO.
       01 WS-HHMM                  PIC 9(4) VALUE ZEROS.
       01 WS-HHMM-R REDEFINES WS-HHMM.
           05 WS-HH                PIC 9(2).
           05 WS-MM                PIC 9(2).

      *HORA DE TERMINALES.REG (HHMMSSCC).
       01 WS-HORA-TRM              PIC 9(8) VALUE ZEROS.
       01 WS-HORA-TRM-R REDEFINES WS-HORA-TRM.
           05 WS-TRM-HH            PIC 9(2).
           05 WS-TRM-MM            PIC 9(2).
           05 FILLER               PIC 9(4).
       77 WS-MIN-DEL-DIA           PIC 9(4) VALUE ZEROS.

      *VOLUNTARIOS CON OPERADOR, PARA DERIVAR DE TERMINALES.REG.
       77 MAX-OPERADORES           PIC 9(3) VALUE 200.
       01 TABLA-OPERADORES.
           05 OPE-ENT OCCURS 200 TIMES.
               10 OPE-NUMERO       PIC 9(5).
               10 OPE-CLAVE        PIC X(11).
               10 OPE-ENTRADA      PIC 9(4).
               10 OPE-ABIERTO      PIC X(1).
               10 OPE-MINUTOS      PIC 9(4).
               10 OPE-YA-DERIVADO  PIC X(1).
       77 WS-CANT-OPERADORES       PIC 9(3) VALUE ZEROS.
       77 WS-IND-OPE               PIC 9(3) VALUE ZEROS.
       77 WS-IND-OPE-HALLADO       PIC 9(3) VALUE ZEROS.

      *MINUTOS POR TAREA PARA EL CERTIFICADO.
       77 WS-MIN-CONSULTA          PIC 9(6) VALUE ZEROS.
       77 WS-MIN-ESTANTES          PIC 9(6) VALUE ZEROS.
       77 WS-MIN-REPARTO           PIC 9(6) VALUE ZEROS.
       77 WS-MIN-OTRAS             PIC 9(6) VALUE ZEROS.
       77 WS-MIN-TOTAL             PIC 9(6) VALUE ZEROS.
       77 WS-MIN-A-MOSTRAR         PIC 9(6) VALUE ZEROS.
       77 WS-HORAS-ED              PIC ZZZZ9.
       77 WS-RESTO-MIN             PIC 99.
       77 WS-DESCRIPCION-TAREA     PIC X(25) VALUE SPACES.

      *FECHA DD/MM/AAAA PARA EL CERTIFICADO.
       01 WS-FECHA-AUX             PIC 9(8) VALUE ZEROS.
       01 WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX.
           05 WS-AUX-ANIO          PIC 9(4).
           05 WS-AUX-MES           PIC 9(2).
           05 WS-AUX-DIA           PIC 9(2).
       01 WS-FECHA-IMPRESA.
           05 WS-IMP-DIA           PIC 9(2).
           05 FILLER               PIC X VALUE "/".
           05 WS-IMP-MES           PIC 9(2).
           05 FILLER               PIC X VALUE "/".
           05 WS-IMP-ANIO          PIC 9(4).

       01 FSR-PARAMETROS.
           05 FSR-ACCION           PIC X(1).
           05 FSR-FECHA            PIC 9(8).
           05 FSR-SERIAL           PIC 9(7).
           05 FSR-DIA-SEMANA       PIC 9(1).
           05 FSR-RESULTADO        PIC X(2).

       PROCEDURE DIVISION.

       010-PRINCIPAL.
           PERFORM UNTIL WS-TERMINAR-PROG = "SI"
               DISPLAY " "
               DISPLAY "===== VOLUNTARIOS ====="
               DISPLAY "1. ALTA / MODIFICACION DE VOLUNTARIO"
               DISPLAY "2. LISTAR VOLUNTARIOS"
               DISPLAY "3. CARGAR HORAS EN EL MOSTRADOR"
               DISPLAY "4. DERIVAR HORAS DE TERMINALES.REG"
               DISPLAY "5. CERTIFICADO DE HORAS"
               DISPLAY "9. SALIR"
               DISPLAY "OPCION: " WITH NO ADVANCING
               ACCEPT WS-OPC
               EVALUATE WS-OPC
                   WHEN 1 PERFORM 020-ALTA-MODIF
                                  THRU 020-ALTA-MODIF-EXIT
                   WHEN 2 PERFORM 030-LISTAR THRU 030-LISTAR-EXIT
                   WHEN 3 PERFORM 040-CARGAR-HORAS
                                  THRU 040-CARGAR-HORAS-EXIT
                   WHEN 4 PERFORM 050-DERIVAR-TERMINALES
                                  THRU 050-DERIVAR-TERMINALES-EXIT
                   WHEN 5 PERFORM 060-CERTIFICADO
                                  THRU 060-CERTIFICADO-EXIT
                   WHEN 9 MOVE "SI" TO WS-TERMINAR-PROG
                   WHEN OTHER DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *ALTA O MODIFICACION DE LA FICHA. EN LA MODIFICACION ENTER
      *CONSERVA CADA DATO.
       020-ALTA-MODIF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Numero de voluntario: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-NUMERO.
           ACCEPT WS-NUMERO.
           IF WS-NUMERO = ZEROS
               GO TO 020-ALTA-MODIF-EXIT
           END-IF.
           PERFORM 090-ABRIR-VOLUNTARIOS.
           MOVE WS-NUMERO TO VOL-NUMERO.
           READ VOLUNTARIOS
               INVALID KEY CONTINUE
           END-READ.
           MOVE "N" TO WS-ES-ALTA.
           IF ESTA-VOLUNTARIO
               DISPLAY "** MODIFICACION ** " VOL-NOMBRE " ("
                       VOL-ESTADO ")"
           ELSE
               DISPLAY "** ALTA **"
               MOVE "S" TO WS-ES-ALTA
               INITIALIZE DATOS-VOLUNTARIO
               MOVE WS-NUMERO    TO VOL-NUMERO
               MOVE WS-FECHA-HOY TO VOL-FECHA-ALTA
               MOVE "A"          TO VOL-ESTADO
               MOVE "N"          TO VOL-ESTUDIANTE
           END-IF.
           DISPLAY "Apellido y nombre: " WITH NO ADVANCING.
           MOVE SPACES TO WS-TEXTO.
           ACCEPT WS-TEXTO.
           IF WS-TEXTO NOT = SPACES
               MOVE WS-TEXTO TO VOL-NOMBRE
           END-IF.
           IF VOL-NOMBRE = SPACES
               DISPLAY "SIN NOMBRE NO SE GRABA."
               CLOSE VOLUNTARIOS
               GO TO 020-ALTA-MODIF-EXIT
           END-IF.
           DISPLAY "Documento: " WITH NO ADVANCING.
           MOVE SPACES TO WS-TEXTO.
           ACCEPT WS-TEXTO.
           IF WS-TEXTO NOT = SPACES
               MOVE WS-TEXTO TO VOL-DOCUMENTO
           END-IF.
           DISPLAY "Telefono: " WITH NO ADVANCING.
           MOVE SPACES TO WS-TEXTO.
           ACCEPT WS-TEXTO.
           IF WS-TEXTO NOT = SPACES
               MOVE WS-TEXTO TO VOL-TELEFONO
           END-IF.
           DISPLAY "Correo: " WITH NO ADVANCING.
           MOVE SPACES TO WS-TEXTO.
           ACCEPT WS-TEXTO.
           IF WS-TEXTO NOT = SPACES
               MOVE WS-TEXTO TO VOL-CORREO
           END-IF.
           DISPLAY "Domicilio: " WITH NO ADVANCING.
           MOVE SPACES TO WS-TEXTO.
           ACCEPT WS-TEXTO.
           IF WS-TEXTO NOT = SPACES
               MOVE WS-TEXTO TO VOL-DOMICILIO
           END-IF.
           DISPLAY "Operador de terminal (sient02, ENTER = "
                   VOL-OPERADOR "): " WITH NO ADVANCING.
           MOVE SPACES TO WS-TEXTO.
           ACCEPT WS-TEXTO.
           IF WS-TEXTO NOT = SPACES
               MOVE WS-TEXTO TO VOL-OPERADOR
           END-IF.
           DISPLAY "Atiende consultas? (S/N, ENTER = "
                   VOL-HAB-CONSULTA "): " WITH NO ADVANCING.
           PERFORM 095-PEDIR-LETRA.
           IF WS-LETRA NOT = SPACES
               MOVE WS-LETRA TO VOL-HAB-CONSULTA
           END-IF.
           DISPLAY "Acomoda estanteria? (S/N, ENTER = "
                   VOL-HAB-ESTANTES "): " WITH NO ADVANCING.
           PERFORM 095-PEDIR-LETRA.
           IF WS-LETRA NOT = SPACES
               MOVE WS-LETRA TO VOL-HAB-ESTANTES
           END-IF.
           DISPLAY "Hace reparto a domicilio? (S/N, ENTER = "
                   VOL-HAB-REPARTO "): " WITH NO ADVANCING.
           PERFORM 095-PEDIR-LETRA.
           IF WS-LETRA NOT = SPACES
               MOVE WS-LETRA TO VOL-HAB-REPARTO
           END-IF.
           DISPLAY "Otras habilidades: " WITH NO ADVANCING.
           MOVE SPACES TO WS-TEXTO.
           ACCEPT WS-TEXTO.
           IF WS-TEXTO NOT = SPACES
               MOVE WS-TEXTO TO VOL-HAB-OTRAS
           END-IF.
           DISPLAY "Disponibilidad por dia (M/A/N/T, X = no viene, "
                   "ENTER = sin cambio):".
           PERFORM VARYING WS-IND-DIA FROM 1 BY 1 UNTIL WS-IND-DIA > 7
               EVALUATE WS-IND-DIA
                   WHEN 1 DISPLAY "  Lunes: " WITH NO ADVANCING
                   WHEN 2 DISPLAY "  Martes: " WITH NO ADVANCING
                   WHEN 3 DISPLAY "  Miercoles: " WITH NO ADVANCING
                   WHEN 4 DISPLAY "  Jueves: " WITH NO ADVANCING
                   WHEN 5 DISPLAY "  Viernes: " WITH NO ADVANCING
                   WHEN 6 DISPLAY "  Sabado: " WITH NO ADVANCING
                   WHEN 7 DISPLAY "  Domingo: " WITH NO ADVANCING
               END-EVALUATE
               PERFORM 095-PEDIR-LETRA
               EVALUATE WS-LETRA
                   WHEN "M" WHEN "A" WHEN "N" WHEN "T"
                       MOVE WS-LETRA TO VOL-DISPONIBLE (WS-IND-DIA)
                   WHEN "X"
                       MOVE SPACE TO VOL-DISPONIBLE (WS-IND-DIA)
               END-EVALUATE
           END-PERFORM.
           DISPLAY "Es estudiante? (S/N, ENTER = " VOL-ESTUDIANTE
                   "): " WITH NO ADVANCING.
           PERFORM 095-PEDIR-LETRA.
           IF WS-LETRA = "S" OR WS-LETRA = "N"
               MOVE WS-LETRA TO VOL-ESTUDIANTE
           END-IF.
           IF VOL-ES-ESTUDIANTE
               DISPLAY "Escuela: " WITH NO ADVANCING
               MOVE SPACES TO WS-TEXTO
               ACCEPT WS-TEXTO
               IF WS-TEXTO NOT = SPACES
                   MOVE WS-TEXTO TO VOL-ESCUELA
               END-IF
           END-IF.
           IF NOT ES-ALTA
               DISPLAY "Estado (A=ACTIVO B=BAJA, ENTER = " VOL-ESTADO
                       "): " WITH NO ADVANCING
               PERFORM 095-PEDIR-LETRA
               IF WS-LETRA = "A" OR WS-LETRA = "B"
                   MOVE WS-LETRA TO VOL-ESTADO
               END-IF
           END-IF.
           IF ES-ALTA
               WRITE DATOS-VOLUNTARIO
                   INVALID KEY DISPLAY "ERROR AL GRABAR"
               END-WRITE
               DISPLAY "VOLUNTARIO DADO DE ALTA."
           ELSE
               REWRITE DATOS-VOLUNTARIO
                   INVALID KEY DISPLAY "ERROR AL REGRABAR"
               END-REWRITE
               DISPLAY "VOLUNTARIO MODIFICADO."
           END-IF.
           IF NOT ESTA-VOLUNTARIO
               MOVE "VOLUNTARIOS.DAT" TO WS-ARCHIVO-ERROR
               MOVE FS-VOLUNTARIOS    TO WS-STATUS-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
           END-IF.
           CLOSE VOLUNTARIOS.
       020-ALTA-MODIF-EXIT.
           EXIT.

       030-LISTAR.
           MOVE ZEROS TO WS-CANT.
           OPEN INPUT VOLUNTARIOS.
           IF F-NOEXISTE-VOL
               DISPLAY "NO HAY VOLUNTARIOS CARGADOS TODAVIA."
               CLOSE VOLUNTARIOS
               GO TO 030-LISTAR-EXIT
           END-IF.
           DISPLAY "NUMERO|NOMBRE                        |TELEFONO    "
                   "   |C E R|LMMJVSD|EST".
           MOVE ZEROS TO VOL-NUMERO.
           START VOLUNTARIOS KEY IS NOT LESS THAN VOL-NUMERO
               INVALID KEY SET FIN-VOLUNTARIOS TO TRUE
           END-START.
           IF NOT FIN-VOLUNTARIOS
               READ VOLUNTARIOS NEXT RECORD AT END
                   SET FIN-VOLUNTARIOS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-VOLUNTARIOS
               ADD 1 TO WS-CANT
               DISPLAY VOL-NUMERO " |" VOL-NOMBRE "|" VOL-TELEFONO
                       "|" VOL-HAB-CONSULTA " " VOL-HAB-ESTANTES " "
                       VOL-HAB-REPARTO "|" VOL-DISPONIBILIDAD "| "
                       VOL-ESTADO
               IF VOL-HAB-OTRAS NOT = SPACES
                   DISPLAY "       OTRAS: " VOL-HAB-OTRAS
               END-IF
               READ VOLUNTARIOS NEXT RECORD AT END
                   SET FIN-VOLUNTARIOS TO TRUE END-READ
           END-PERFORM.
           CLOSE VOLUNTARIOS.
           DISPLAY WS-CANT " VOLUNTARIOS.".
       030-LISTAR-EXIT.
           EXIT.

      *HORAS CARGADAS EN EL MOSTRADOR: VOLUNTARIO, FECHA, TAREA Y
      *TIEMPO EN HHMM.
       040-CARGAR-HORAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Numero de voluntario: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-NUMERO.
           ACCEPT WS-NUMERO.
           IF WS-NUMERO = ZEROS
               GO TO 040-CARGAR-HORAS-EXIT
           END-IF.
           OPEN INPUT VOLUNTARIOS.
           IF F-NOEXISTE-VOL
               DISPLAY "NO HAY VOLUNTARIOS CARGADOS TODAVIA."
               CLOSE VOLUNTARIOS
               GO TO 040-CARGAR-HORAS-EXIT
           END-IF.
           MOVE WS-NUMERO TO VOL-NUMERO.
           READ VOLUNTARIOS
               INVALID KEY CONTINUE
           END-READ.
           CLOSE VOLUNTARIOS.
           IF NOT ESTA-VOLUNTARIO
               DISPLAY "ESE VOLUNTARIO NO ESTA REGISTRADO."
               GO TO 040-CARGAR-HORAS-EXIT
           END-IF.
           DISPLAY VOL-NOMBRE.
           DISPLAY "Fecha (AAAAMMDD, ENTER = HOY): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-FECHA.
           ACCEPT WS-FECHA.
           IF WS-FECHA = ZEROS
               MOVE WS-FECHA-HOY TO WS-FECHA
           END-IF.
           MOVE "S" TO FSR-ACCION.
           MOVE WS-FECHA TO FSR-FECHA.
           CALL "FECHA-SERIAL" USING FSR-PARAMETROS.
           IF FSR-RESULTADO NOT = "OK" OR WS-FECHA > WS-FECHA-HOY
               DISPLAY "FECHA INVALIDA."
               GO TO 040-CARGAR-HORAS-EXIT
           END-IF.
           DISPLAY "Tarea (C=CONSULTA E=ESTANTERIA D=DOMICILIO "
                   "O=OTRAS): " WITH NO ADVANCING.
           PERFORM 095-PEDIR-LETRA.
           MOVE WS-LETRA TO WS-TAREA.
           IF WS-TAREA NOT = "C" AND WS-TAREA NOT = "E"
               AND WS-TAREA NOT = "D" AND WS-TAREA NOT = "O"
               DISPLAY "TAREA INVALIDA."
               GO TO 040-CARGAR-HORAS-EXIT
           END-IF.
           DISPLAY "Tiempo trabajado (HHMM): " WITH NO ADVANCING.
           MOVE SPACES TO WS-HORAS-TEXTO.
           ACCEPT WS-HORAS-TEXTO.
           IF WS-HORAS-TEXTO (1:4) NOT NUMERIC
               DISPLAY "TIEMPO INVALIDO."
               GO TO 040-CARGAR-HORAS-EXIT
           END-IF.
           MOVE WS-HORAS-TEXTO (1:4) TO WS-HHMM.
           IF WS-MM > 59 OR WS-HH > 16
               DISPLAY "TIEMPO INVALIDO."
               GO TO 040-CARGAR-HORAS-EXIT
           END-IF.
           COMPUTE WS-MINUTOS = WS-HH * 60 + WS-MM.
           IF WS-MINUTOS = ZEROS
               DISPLAY "SIN TIEMPO NO SE CARGA NADA."
               GO TO 040-CARGAR-HORAS-EXIT
           END-IF.
           PERFORM 080-ABRIR-HORAS.
           MOVE WS-NUMERO    TO HVO-NUMERO.
           MOVE WS-FECHA     TO HVO-FECHA.
           MOVE WS-TAREA     TO HVO-TAREA.
           MOVE WS-MINUTOS   TO HVO-MINUTOS.
           MOVE "M"          TO HVO-ORIGEN.
           MOVE WS-FECHA-HOY TO HVO-FECHA-CARGA.
           WRITE LINEA-HORAS.
           CLOSE HORAS-VOLUNTARIOS.
           DISPLAY "HORAS CARGADAS.".
       040-CARGAR-HORAS-EXIT.
           EXIT.

      *UN DIA DE TERMINALES.REG: CADA INGRESO DEL OPERADOR DE UN
      *VOLUNTARIO SE CIERRA CON SU SALIDA SIGUIENTE Y LOS MINUTOS
      *SE SUMAN COMO TAREA DE CONSULTA.
       050-DERIVAR-TERMINALES.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Fecha a derivar (AAAAMMDD, ENTER = HOY): "
                   WITH NO ADVANCING.
           MOVE ZEROS TO WS-FECHA.
           ACCEPT WS-FECHA.
           IF WS-FECHA = ZEROS
               MOVE WS-FECHA-HOY TO WS-FECHA
           END-IF.
           MOVE ZEROS TO WS-CANT-OPERADORES WS-CANT WS-CANT-SIN-SALIDA.
           OPEN INPUT VOLUNTARIOS.
           IF F-NOEXISTE-VOL
               DISPLAY "NO HAY VOLUNTARIOS CARGADOS TODAVIA."
               CLOSE VOLUNTARIOS
               GO TO 050-DERIVAR-TERMINALES-EXIT
           END-IF.
           MOVE ZEROS TO VOL-NUMERO.
           START VOLUNTARIOS KEY IS NOT LESS THAN VOL-NUMERO
               INVALID KEY SET FIN-VOLUNTARIOS TO TRUE
           END-START.
           IF NOT FIN-VOLUNTARIOS
               READ VOLUNTARIOS NEXT RECORD AT END
                   SET FIN-VOLUNTARIOS TO TRUE END-READ
           END-IF.
           PERFORM UNTIL FIN-VOLUNTARIOS
               IF VOL-OPERADOR NOT = SPACES
                   AND WS-CANT-OPERADORES < MAX-OPERADORES
                   ADD 1 TO WS-CANT-OPERADORES
                   MOVE WS-CANT-OPERADORES TO WS-IND-OPE
                   MOVE VOL-NUMERO   TO OPE-NUMERO (WS-IND-OPE)
                   MOVE VOL-OPERADOR TO OPE-CLAVE (WS-IND-OPE)
                   MOVE ZEROS        TO OPE-ENTRADA (WS-IND-OPE)
                                        OPE-MINUTOS (WS-IND-OPE)
                   MOVE "N"          TO OPE-ABIERTO (WS-IND-OPE)
                                        OPE-YA-DERIVADO (WS-IND-OPE)
               END-IF
               READ VOLUNTARIOS NEXT RECORD AT END
                   SET FIN-VOLUNTARIOS TO TRUE END-READ
           END-PERFORM.
           CLOSE VOLUNTARIOS.
           IF WS-CANT-OPERADORES = ZEROS
               DISPLAY "NINGUN VOLUNTARIO TIENE OPERADOR DE TERMINAL."
               GO TO 050-DERIVAR-TERMINALES-EXIT
           END-IF.
      *LOS QUE YA TIENEN ESE DIA DERIVADO NO SE VUELVEN A SUMAR.
           OPEN INPUT HORAS-VOLUNTARIOS.
           IF F-NOEXISTE-HVO
               CLOSE HORAS-VOLUNTARIOS
           ELSE
               READ HORAS-VOLUNTARIOS AT END SET FIN-HORAS TO TRUE
               END-READ
               PERFORM UNTIL FIN-HORAS
                   IF HVO-FECHA = WS-FECHA AND HVO-DE-TERMINALES
                       PERFORM VARYING WS-IND-OPE FROM 1 BY 1
                               UNTIL WS-IND-OPE > WS-CANT-OPERADORES
                           IF OPE-NUMERO (WS-IND-OPE) = HVO-NUMERO
                               MOVE "S"
                                   TO OPE-YA-DERIVADO (WS-IND-OPE)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ HORAS-VOLUNTARIOS AT END SET FIN-HORAS
                           TO TRUE END-READ
               END-PERFORM
               CLOSE HORAS-VOLUNTARIOS
           END-IF.
           OPEN INPUT TERMINALES.
           IF F-NOEXISTE-TRM
               DISPLAY "NO HAY TERMINALES.REG."
               MOVE "TERMINALES.REG" TO WS-ARCHIVO-ERROR
               MOVE FS-TERMINALES    TO WS-STATUS-ERROR
               MOVE "W"              TO WS-SEVERIDAD-ERROR
               PERFORM REGISTRAR-ERROR-CENTRAL
               MOVE "E"              TO WS-SEVERIDAD-ERROR
               CLOSE TERMINALES
               GO TO 050-DERIVAR-TERMINALES-EXIT
           END-IF.
           READ TERMINALES AT END SET FIN-TERMINALES TO TRUE END-READ.
           PERFORM UNTIL FIN-TERMINALES
               IF TRM-FECHA = WS-FECHA
                   PERFORM 055-APLICAR-EVENTO
               END-IF
               READ TERMINALES AT END SET FIN-TERMINALES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE TERMINALES.
           PERFORM 080-ABRIR-HORAS.
           PERFORM VARYING WS-IND-OPE FROM 1 BY 1
                   UNTIL WS-IND-OPE > WS-CANT-OPERADORES
               IF OPE-ABIERTO (WS-IND-OPE) = "S"
                   ADD 1 TO WS-CANT-SIN-SALIDA
               END-IF
               IF OPE-YA-DERIVADO (WS-IND-OPE) NOT = "S"
                   AND OPE-MINUTOS (WS-IND-OPE) > ZEROS
                   MOVE OPE-NUMERO (WS-IND-OPE)  TO HVO-NUMERO
                   MOVE WS-FECHA                 TO HVO-FECHA
                   MOVE "C"                      TO HVO-TAREA
                   MOVE OPE-MINUTOS (WS-IND-OPE) TO HVO-MINUTOS
                   MOVE "T"                      TO HVO-ORIGEN
                   MOVE WS-FECHA-HOY             TO HVO-FECHA-CARGA
                   WRITE LINEA-HORAS
                   ADD 1 TO WS-CANT
               END-IF
           END-PERFORM.
           CLOSE HORAS-VOLUNTARIOS.
           DISPLAY WS-CANT " VOLUNTARIOS CON HORAS DERIVADAS DEL "
                   WS-FECHA ".".
           IF WS-CANT-SIN-SALIDA > ZEROS
               DISPLAY WS-CANT-SIN-SALIDA " QUEDARON CON UN INGRESO "
                       "SIN SALIDA (NO SUMA)."
           END-IF.
       050-DERIVAR-TERMINALES-EXIT.
           EXIT.

       055-APLICAR-EVENTO.
           MOVE ZEROS TO WS-IND-OPE-HALLADO.
           PERFORM VARYING WS-IND-OPE FROM 1 BY 1
                   UNTIL WS-IND-OPE > WS-CANT-OPERADORES
                       OR WS-IND-OPE-HALLADO NOT = ZEROS
               IF OPE-CLAVE (WS-IND-OPE) = TRM-OPERADOR
                   MOVE WS-IND-OPE TO WS-IND-OPE-HALLADO
               END-IF
           END-PERFORM.
           IF WS-IND-OPE-HALLADO NOT = ZEROS
               MOVE TRM-HORA TO WS-HORA-TRM
               COMPUTE WS-MIN-DEL-DIA = WS-TRM-HH * 60 + WS-TRM-MM
               IF TRM-INGRESO
                   IF OPE-ABIERTO (WS-IND-OPE-HALLADO) NOT = "S"
                       MOVE WS-MIN-DEL-DIA
                               TO OPE-ENTRADA (WS-IND-OPE-HALLADO)
                       MOVE "S" TO OPE-ABIERTO (WS-IND-OPE-HALLADO)
                   END-IF
               ELSE
                   IF OPE-ABIERTO (WS-IND-OPE-HALLADO) = "S"
                       AND WS-MIN-DEL-DIA >=
                               OPE-ENTRADA (WS-IND-OPE-HALLADO)
                       COMPUTE OPE-MINUTOS (WS-IND-OPE-HALLADO) =
                               OPE-MINUTOS (WS-IND-OPE-HALLADO)
                               + WS-MIN-DEL-DIA
                               - OPE-ENTRADA (WS-IND-OPE-HALLADO)
                       MOVE "N" TO OPE-ABIERTO (WS-IND-OPE-HALLADO)
                   END-IF
               END-IF
           END-IF.

      *CERTIFICADO DE HORAS ENTRE DOS FECHAS, CON EL DETALLE POR
      *TAREA, EN CERTIFICADO-VOLUNTARIO.LST PARA IMPRIMIR Y FIRMAR.
       060-CERTIFICADO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Numero de voluntario: " WITH NO ADVANCING.
           MOVE ZEROS TO WS-NUMERO.
           ACCEPT WS-NUMERO.
           IF WS-NUMERO = ZEROS
               GO TO 060-CERTIFICADO-EXIT
           END-IF.
           OPEN INPUT VOLUNTARIOS.
           IF F-NOEXISTE-VOL
               DISPLAY "NO HAY VOLUNTARIOS CARGADOS TODAVIA."
               CLOSE VOLUNTARIOS
               GO TO 060-CERTIFICADO-EXIT
           END-IF.
           MOVE WS-NUMERO TO VOL-NUMERO.
           READ VOLUNTARIOS
               INVALID KEY CONTINUE
           END-READ.
           CLOSE VOLUNTARIOS.
           IF NOT ESTA-VOLUNTARIO
               DISPLAY "ESE VOLUNTARIO NO ESTA REGISTRADO."
               GO TO 060-CERTIFICADO-EXIT
           END-IF.
           DISPLAY "Desde (AAAAMMDD): " WITH NO ADVANCING.
           MOVE ZEROS TO WS-DESDE.
           ACCEPT WS-DESDE.
           DISPLAY "Hasta (AAAAMMDD, ENTER = HOY): "
                   WITH NO ADVANCING.
           MOVE ZEROS TO WS-HASTA.
           ACCEPT WS-HASTA.
           IF WS-HASTA = ZEROS
               MOVE WS-FECHA-HOY TO WS-HASTA
           END-IF.
           MOVE ZEROS TO WS-MIN-CONSULTA WS-MIN-ESTANTES
                         WS-MIN-REPARTO WS-MIN-OTRAS WS-MIN-TOTAL.
           OPEN INPUT HORAS-VOLUNTARIOS.
           IF F-NOEXISTE-HVO
               CLOSE HORAS-VOLUNTARIOS
           ELSE
               READ HORAS-VOLUNTARIOS AT END SET FIN-HORAS TO TRUE
               END-READ
               PERFORM UNTIL FIN-HORAS
                   IF HVO-NUMERO = WS-NUMERO
                       AND HVO-FECHA >= WS-DESDE
                       AND HVO-FECHA <= WS-HASTA
                       ADD HVO-MINUTOS TO WS-MIN-TOTAL
                       EVALUATE HVO-TAREA
                           WHEN "C" ADD HVO-MINUTOS TO WS-MIN-CONSULTA
                           WHEN "E" ADD HVO-MINUTOS TO WS-MIN-ESTANTES
                           WHEN "D" ADD HVO-MINUTOS TO WS-MIN-REPARTO
                           WHEN OTHER ADD HVO-MINUTOS TO WS-MIN-OTRAS
                       END-EVALUATE
                   END-IF
                   READ HORAS-VOLUNTARIOS AT END SET FIN-HORAS
                           TO TRUE END-READ
               END-PERFORM
               CLOSE HORAS-VOLUNTARIOS
           END-IF.
           IF WS-MIN-TOTAL = ZEROS
               DISPLAY "NO HAY HORAS REGISTRADAS EN ESAS FECHAS."
               GO TO 060-CERTIFICADO-EXIT
           END-IF.
           OPEN OUTPUT CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE "                  CERTIFICADO DE HORAS DE VOLUNTARIADO"
                   TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "SE CERTIFICA QUE " DELIMITED BY SIZE
                   VOL-NOMBRE DELIMITED BY "  "
                   ", DOCUMENTO " DELIMITED BY SIZE
                   VOL-DOCUMENTO DELIMITED BY " "
                   "," DELIMITED BY SIZE
                   INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           IF VOL-ES-ESTUDIANTE AND VOL-ESCUELA NOT = SPACES
               MOVE SPACES TO LINEA-CERTIFICADO
               STRING "ALUMNO/A DE " DELIMITED BY SIZE
                       VOL-ESCUELA DELIMITED BY "  "
                       "," DELIMITED BY SIZE
                       INTO LINEA-CERTIFICADO
               WRITE LINEA-CERTIFICADO
           END-IF.
           MOVE WS-DESDE TO WS-FECHA-AUX.
           PERFORM 085-ARMAR-FECHA-IMPRESA.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "REALIZO TAREAS VOLUNTARIAS EN ESTA BIBLIOTECA ENTRE "
                   DELIMITED BY SIZE
                   "EL " DELIMITED BY SIZE
                   WS-FECHA-IMPRESA DELIMITED BY SIZE
                   INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE WS-HASTA TO WS-FECHA-AUX.
           PERFORM 085-ARMAR-FECHA-IMPRESA.
           MOVE WS-MIN-TOTAL TO WS-MIN-A-MOSTRAR.
           PERFORM 087-PARTIR-MINUTOS.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "Y EL " DELIMITED BY SIZE
                   WS-FECHA-IMPRESA DELIMITED BY SIZE
                   ", CON UN TOTAL DE " DELIMITED BY SIZE
                   WS-HORAS-ED DELIMITED BY SIZE
                   " HORAS " DELIMITED BY SIZE
                   WS-RESTO-MIN DELIMITED BY SIZE
                   " MINUTOS:" DELIMITED BY SIZE
                   INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE "ATENCION DE TERMINALES DE CONSULTA"
                   TO WS-DESCRIPCION-TAREA.
           MOVE WS-MIN-CONSULTA TO WS-MIN-A-MOSTRAR.
           PERFORM 065-LINEA-TAREA.
           MOVE "ORDEN DE ESTANTERIA" TO WS-DESCRIPCION-TAREA.
           MOVE WS-MIN-ESTANTES TO WS-MIN-A-MOSTRAR.
           PERFORM 065-LINEA-TAREA.
           MOVE "ENTREGA A DOMICILIO" TO WS-DESCRIPCION-TAREA.
           MOVE WS-MIN-REPARTO TO WS-MIN-A-MOSTRAR.
           PERFORM 065-LINEA-TAREA.
           MOVE "OTRAS TAREAS" TO WS-DESCRIPCION-TAREA.
           MOVE WS-MIN-OTRAS TO WS-MIN-A-MOSTRAR.
           PERFORM 065-LINEA-TAREA.
           MOVE SPACES TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE WS-FECHA-HOY TO WS-FECHA-AUX.
           PERFORM 085-ARMAR-FECHA-IMPRESA.
           MOVE SPACES TO LINEA-CERTIFICADO.
           STRING "SE EXTIENDE EL PRESENTE A PEDIDO DEL INTERESADO, EL "
                   DELIMITED BY SIZE
                   WS-FECHA-IMPRESA DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE SPACES TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE "                                  ____________________"
                   TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           MOVE "                                       FIRMA Y SELLO"
                   TO LINEA-CERTIFICADO.
           WRITE LINEA-CERTIFICADO.
           CLOSE CERTIFICADO.
           DISPLAY "CERTIFICADO-VOLUNTARIO.LST GENERADO.".
       060-CERTIFICADO-EXIT.
           EXIT.

       065-LINEA-TAREA.
           IF WS-MIN-A-MOSTRAR > ZEROS
               PERFORM 087-PARTIR-MINUTOS
               MOVE SPACES TO LINEA-CERTIFICADO
               STRING "   " DELIMITED BY SIZE
                       WS-DESCRIPCION-TAREA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-HORAS-ED DELIMITED BY SIZE
                       " HS " DELIMITED BY SIZE
                       WS-RESTO-MIN DELIMITED BY SIZE
                       " MIN" DELIMITED BY SIZE
                       INTO LINEA-CERTIFICADO
               WRITE LINEA-CERTIFICADO
           END-IF.

       080-ABRIR-HORAS.
           OPEN EXTEND HORAS-VOLUNTARIOS.
           IF F-NOEXISTE-HVO
               CLOSE HORAS-VOLUNTARIOS
               OPEN OUTPUT HORAS-VOLUNTARIOS
           END-IF.

       085-ARMAR-FECHA-IMPRESA.
           MOVE WS-AUX-DIA  TO WS-IMP-DIA.
           MOVE WS-AUX-MES  TO WS-IMP-MES.
           MOVE WS-AUX-ANIO TO WS-IMP-ANIO.

       087-PARTIR-MINUTOS.
           DIVIDE WS-MIN-A-MOSTRAR BY 60 GIVING WS-HORAS-ED
                   REMAINDER WS-RESTO-MIN.

       090-ABRIR-VOLUNTARIOS.
           OPEN I-O VOLUNTARIOS.
           IF F-NOEXISTE-VOL
               CLOSE VOLUNTARIOS
               OPEN OUTPUT VOLUNTARIOS
               CLOSE VOLUNTARIOS
               OPEN I-O VOLUNTARIOS
           END-IF.

       095-PEDIR-LETRA.
           MOVE SPACES TO WS-LETRA.
           ACCEPT WS-LETRA.
           INSPECT WS-LETRA CONVERTING "acdemnostx" TO "ACDEMNOSTX".

       REGISTRAR-ERROR-CENTRAL.
           ACCEPT WS-FECHA-ERROR FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ERROR FROM TIME.
           MOVE SPACES TO LINEA-ERROR-LOG.
           STRING "VOLUNTARIOS "     DELIMITED BY SIZE
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
       END PROGRAM VOLUNTARIOS.
