      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL08EJ26.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELCTL ASSIGN TO "SELCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SELCTL.

           SELECT OPEMAE ASSIGN TO "OPEMAE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL08O-OPERADOR OF FD-REG-OPEMAE
               FILE STATUS IS WS-FS-OPEMAE.

           SELECT AUDLOG ASSIGN TO "AUDLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDLOG.

           SELECT MAEUSU ASSIGN TO "MAEUSU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL08-DNI OF FD-REG-MAEUSU
               FILE STATUS IS WS-FS-MAEUSU.

           SELECT CONUSU ASSIGN TO "CONUSU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL08C-DNI OF FD-REG-CONUSU
               FILE STATUS IS WS-FS-CONUSU.

           SELECT SELRPT ASSIGN TO "SELRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SELRPT.

           SELECT SELOUT ASSIGN TO "SELOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SELOUT.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  SELCTL
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-SELCTL               PIC X(80).

       FD  OPEMAE
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-OPEMAE.
           COPY CL08ODET.

       FD  AUDLOG
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-AUDLOG.
           COPY CL08ADET.

       FD  MAEUSU
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-MAEUSU.
           COPY CL08UDET.

       FD  CONUSU
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-CONUSU.
           COPY CL08CDET.

       FD  SELRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  FD-REG-SELRPT               PIC X(133).

       FD  SELOUT
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-SELOUT               PIC X(300).

       WORKING-STORAGE SECTION.
      * Tarjetas de SELCTL, una por criterio, con el formato
      * PALABRA=VALOR. Los rangos se escriben DESDE-HASTA (cualquiera
      * de los dos puede omitirse) y las columnas separadas por coma.
      * Las lineas en blanco o con '*' en la columna 1 se saltean.
           01 WS-TARJETA                 PIC X(80).
           01 WS-CRI-CLAVE               PIC X(14).
           01 WS-CRI-VALOR               PIC X(66).
           77 WS-TEXTO-AUX               PIC X(80).
           77 WS-TEXTO-AUX2              PIC X(80).
           77 WS-CANT-BLANCOS            PIC 9(02) COMP.

           77 WS-TARJETA-ERROR-SW        PIC X(01) VALUE 'N'.
               88 WS-TARJETA-ERROR                 VALUE 'S'.
           77 WS-ERROR-MOTIVO            PIC X(40) VALUE SPACES.

      * Tarjetas aceptadas (se repiten en el encabezado) y tarjetas
      * rechazadas con el motivo.
           01 WS-ACE-TABLA.
              05 WS-ACE-ITEM OCCURS 30 TIMES
                                         PIC X(80).
           77 WS-ACE-CANT                PIC 9(02) COMP VALUE ZERO.
           77 WS-ACE-MAX                 PIC 9(02) COMP VALUE 30.

           01 WS-ERR-TABLA.
              05 WS-ERR-ITEM OCCURS 20 TIMES.
                 10 WS-ERR-TARJETA       PIC X(60).
                 10 WS-ERR-MOTIVO        PIC X(40).
           77 WS-ERR-CANT                PIC 9(02) COMP VALUE ZERO.
           77 WS-ERR-MAX                 PIC 9(02) COMP VALUE 20.
           77 WS-CANT-ERRORES            PIC 9(04) COMP VALUE ZERO.

      * Criterios de seleccion. Sin tarjeta, cada criterio queda
      * abierto y no filtra.
           01 WS-CRITERIOS.
              05 WS-CRI-ESTADO           PIC X(01) VALUE SPACE.
              05 WS-CRI-FRANJA           PIC 9(01) VALUE ZERO.
              05 WS-CRI-EDAD-SW          PIC X(01) VALUE 'N'.
                 88 WS-CRI-CON-EDAD               VALUE 'S'.
              05 WS-CRI-EDAD-DESDE       PIC 9(03) VALUE ZERO.
              05 WS-CRI-EDAD-HASTA       PIC 9(03) VALUE 999.
              05 WS-CRI-ANO-DESDE        PIC 9(04) VALUE ZERO.
              05 WS-CRI-ANO-HASTA        PIC 9(04) VALUE 9999.
              05 WS-CRI-LOCALIDAD        PIC X(20) VALUE SPACES.
              05 WS-CRI-ALTA-DESDE       PIC 9(08) VALUE ZERO.
              05 WS-CRI-ALTA-HASTA       PIC 9(08) VALUE 99999999.
              05 WS-CRI-MOD-DESDE        PIC 9(08) VALUE ZERO.
              05 WS-CRI-MOD-HASTA        PIC 9(08) VALUE 99999999.
              05 WS-CRI-BAJA-DESDE       PIC 9(08) VALUE ZERO.
              05 WS-CRI-BAJA-HASTA       PIC 9(08) VALUE 99999999.
              05 WS-CRI-USU-ALTA         PIC X(08) VALUE SPACES.
              05 WS-CRI-USU-MOD          PIC X(08) VALUE SPACES.
              05 WS-CRI-USU-BAJA         PIC X(08) VALUE SPACES.
              05 WS-CRI-CONTACTO         PIC X(01) VALUE SPACE.
              05 WS-CRI-DIRECCION        PIC X(01) VALUE SPACE.
              05 WS-CRI-TELEFONO         PIC X(01) VALUE SPACE.
              05 WS-CRI-EMAIL            PIC X(01) VALUE SPACE.
              05 WS-CRI-ORDEN            PIC X(01) VALUE 'D'.
              05 WS-CRI-ORDEN-DESC       PIC X(12) VALUE 'DNI'.
              05 WS-CRI-OPERADOR         PIC X(08) VALUE SPACES.
              05 WS-CRI-CLAVE-OPE        PIC X(08) VALUE SPACES.
              05 WS-CRI-CLAVE-SW         PIC X(01) VALUE 'N'.
                 88 WS-CRI-CON-CLAVE              VALUE 'S'.

           77 WS-CANT-CRITERIOS          PIC 9(02) COMP VALUE ZERO.
           77 WS-SI-NO                   PIC X(01) VALUE SPACE.

      * Conversion de rangos DESDE-HASTA a numeros.
           01 WS-RANGO.
              05 WS-RNG-DESDE-TXT        PIC X(08) JUSTIFIED RIGHT.
              05 WS-RNG-DESDE-NUM REDEFINES WS-RNG-DESDE-TXT
                                         PIC 9(08).
              05 WS-RNG-HASTA-TXT        PIC X(08) JUSTIFIED RIGHT.
              05 WS-RNG-HASTA-NUM REDEFINES WS-RNG-HASTA-TXT
                                         PIC 9(08).
              05 WS-RNG-LARGO-1          PIC 9(02) COMP.
              05 WS-RNG-LARGO-2          PIC 9(02) COMP.
              05 WS-RNG-GUIONES          PIC 9(02) COMP.
              05 WS-RNG-MIN              PIC 9(08).
              05 WS-RNG-MAX              PIC 9(08).
              05 WS-RNG-DESDE            PIC 9(08).
              05 WS-RNG-HASTA            PIC 9(08).

           01 WS-FECHA-VAL-GRP.
              05 WS-FVAL-AAAA            PIC 9(04).
              05 WS-FVAL-MM              PIC 9(02).
              05 WS-FVAL-DD              PIC 9(02).
           01 WS-FECHA-VAL REDEFINES WS-FECHA-VAL-GRP
                                          PIC 9(08).

           01 WS-DIAS-MES-VALORES.
              05 FILLER                  PIC 9(02) VALUE 31.
              05 FILLER                  PIC 9(02) VALUE 28.
              05 FILLER                  PIC 9(02) VALUE 31.
              05 FILLER                  PIC 9(02) VALUE 30.
              05 FILLER                  PIC 9(02) VALUE 31.
              05 FILLER                  PIC 9(02) VALUE 30.
              05 FILLER                  PIC 9(02) VALUE 31.
              05 FILLER                  PIC 9(02) VALUE 31.
              05 FILLER                  PIC 9(02) VALUE 30.
              05 FILLER                  PIC 9(02) VALUE 31.
              05 FILLER                  PIC 9(02) VALUE 30.
              05 FILLER                  PIC 9(02) VALUE 31.

           01 WS-TABLA-DIAS-MES REDEFINES WS-DIAS-MES-VALORES.
              05 WS-DIAS-MES OCCURS 12 TIMES
                                         PIC 9(02).

           77 WS-DIAS-TOPE               PIC 9(02).
           77 WS-ANO-COCIENTE            PIC 9(04) COMP.
           77 WS-ANO-RESTO               PIC 9(04) COMP.

           01 WS-FRANJAS-VALORES.
              05 FILLER.
                 10 FILLER             PIC X(12) VALUE 'Menor a 18  '.
                 10 FILLER             PIC 9(03) VALUE 000.
                 10 FILLER             PIC 9(03) VALUE 017.
              05 FILLER.
                 10 FILLER             PIC X(12) VALUE '18 a 30     '.
                 10 FILLER             PIC 9(03) VALUE 018.
                 10 FILLER             PIC 9(03) VALUE 030.
              05 FILLER.
                 10 FILLER             PIC X(12) VALUE '31 a 50     '.
                 10 FILLER             PIC 9(03) VALUE 031.
                 10 FILLER             PIC 9(03) VALUE 050.
              05 FILLER.
                 10 FILLER             PIC X(12) VALUE '51 a 65     '.
                 10 FILLER             PIC 9(03) VALUE 051.
                 10 FILLER             PIC 9(03) VALUE 065.
              05 FILLER.
                 10 FILLER             PIC X(12) VALUE 'Mayor a 65  '.
                 10 FILLER             PIC 9(03) VALUE 066.
                 10 FILLER             PIC 9(03) VALUE 999.

           01 WS-TABLA-FRANJAS REDEFINES WS-FRANJAS-VALORES.
              05 WS-FRANJA OCCURS 5 TIMES.
                 10 WS-FRANJA-DESC     PIC X(12).
                 10 WS-FRANJA-MIN      PIC 9(03).
                 10 WS-FRANJA-MAX      PIC 9(03).

      * Columnas que se pueden pedir: palabra de la tarjeta, titulo
      * del reporte, titulo del archivo delimitado y ancho en el
      * reporte.
           01 WS-COLUMNAS-VALORES.
              05 FILLER.
                 10 FILLER    PIC X(12) VALUE 'DNI'.
                 10 FILLER    PIC X(10) VALUE 'DNI'.
                 10 FILLER    PIC X(20) VALUE 'DNI'.
                 10 FILLER    PIC 9(02) VALUE 10.
              05 FILLER.
                 10 FILLER    PIC X(12) VALUE 'APELLIDO'.
                 10 FILLER    PIC X(10) VALUE 'APELLIDO'.
                 10 FILLER    PIC X(20) VALUE 'Apellido'.
                 10 FILLER    PIC 9(02) VALUE 20.
              05 FILLER.
                 10 FILLER    PIC X(12) VALUE 'NOMBRE'.
                 10 FILLER    PIC X(10) VALUE 'NOMBRE'.
                 10 FILLER    PIC X(20) VALUE 'Nombre'.
                 10 FILLER    PIC 9(02) VALUE 20.
              05 FILLER.
                 10 FILLER    PIC X(12) VALUE 'NACIMIENTO'.
                 10 FILLER    PIC X(10) VALUE 'NACIM.'.
                 10 FILLER    PIC X(20) VALUE 'Año Nacimiento'.
                 10 FILLER    PIC 9(02) VALUE 06.
              05 FILLER.
                 10 FILLER    PIC X(12) VALUE 'EDAD'.
                 10 FILLER    PIC X(10) VALUE 'EDAD'.
                 10 FILLER    PIC X(20) VALUE 'Edad'.
                 10 FILLER    PIC 9(02) VALUE 04.
              05 FILLER.
                 10 FILLER    PIC X(12) VALUE 'ESTADO'.
                 10 FILLER    PIC X(10) VALUE 'ESTADO'.
                 10 FILLER    PIC X(20) VALUE 'Estado'.
                 10 FILLER    PIC 9(02) VALUE 08.
              05 FILLER.
                 10 FILLER    PIC X(12) VALUE 'MOTIVO'.
                 10 FILLER    PIC X(10) VALUE 'MOTIVO'.
                 10 FILLER    PIC X(20) VALUE 'Motivo Baja'.
                 10 FILLER    PIC 9(02) VALUE 06.
              05 FILLER.
                 10 FILLER    PIC X(12) VALUE 'ALTA'.
                 10 FILLER    PIC X(10) VALUE 'FECHA ALTA'.
                 10 FILLER    PIC X(20) VALUE 'Fecha Alta'.
                 10 FILLER    PIC 9(02) VALUE 10.
              05 FILLER.
                 10 FILLER    PIC X(12) VALUE 'USUARIO-ALTA'.
                 10 FILLER    PIC X(10) VALUE 'OPE.ALTA'.
                 10 FILLER    PIC X(20) VALUE 'Usuario Alta'.
                 10 FILLER    PIC 9(02) VALUE 08.
              05 FILLER.
                 10 FILLER    PIC X(12) VALUE 'MODIFICACION'.
                 10 FILLER    PIC X(10) VALUE 'FECHA MOD.'.
                 10 FILLER    PIC X(20) VALUE 'Fecha Modificacion'.
                 10 FILLER    PIC 9(02) VALUE 10.
              05 FILLER.
                 10 FILLER    PIC X(12) VALUE 'USUARIO-MOD'.
                 10 FILLER    PIC X(10) VALUE 'OPE.MOD.'.
                 10 FILLER    PIC X(20) VALUE 'Usuario Modificacion'.
                 10 FILLER    PIC 9(02) VALUE 08.
              05 FILLER.
                 10 FILLER    PIC X(12) VALUE 'BAJA'.
                 10 FILLER    PIC X(10) VALUE 'FECHA BAJA'.
                 10 FILLER    PIC X(20) VALUE 'Fecha Baja'.
                 10 FILLER    PIC 9(02) VALUE 10.
              05 FILLER.
                 10 FILLER    PIC X(12) VALUE 'USUARIO-BAJA'.
                 10 FILLER    PIC X(10) VALUE 'OPE.BAJA'.
                 10 FILLER    PIC X(20) VALUE 'Usuario Baja'.
                 10 FILLER    PIC 9(02) VALUE 08.
              05 FILLER.
                 10 FILLER    PIC X(12) VALUE 'DIRECCION'.
                 10 FILLER    PIC X(10) VALUE 'DIRECCION'.
                 10 FILLER    PIC X(20) VALUE 'Direccion'.
                 10 FILLER    PIC 9(02) VALUE 30.
              05 FILLER.
                 10 FILLER    PIC X(12) VALUE 'LOCALIDAD'.
                 10 FILLER    PIC X(10) VALUE 'LOCALIDAD'.
                 10 FILLER    PIC X(20) VALUE 'Localidad'.
                 10 FILLER    PIC 9(02) VALUE 20.
              05 FILLER.
                 10 FILLER    PIC X(12) VALUE 'TELEFONO'.
                 10 FILLER    PIC X(10) VALUE 'TELEFONO'.
                 10 FILLER    PIC X(20) VALUE 'Telefono'.
                 10 FILLER    PIC 9(02) VALUE 15.
              05 FILLER.
                 10 FILLER    PIC X(12) VALUE 'EMAIL'.
                 10 FILLER    PIC X(10) VALUE 'EMAIL'.
                 10 FILLER    PIC X(20) VALUE 'Email'.
                 10 FILLER    PIC 9(02) VALUE 30.

           01 WS-TABLA-COLUMNAS REDEFINES WS-COLUMNAS-VALORES.
              05 WS-COLUMNA OCCURS 17 TIMES.
                 10 WS-COLUMNA-CODIGO  PIC X(12).
                 10 WS-COLUMNA-TIT-RPT PIC X(10).
                 10 WS-COLUMNA-TIT-CSV PIC X(20).
                 10 WS-COLUMNA-ANCHO   PIC 9(02).

           77 WS-COLUMNAS-TOTAL          PIC 9(02) COMP VALUE 17.

      * Columnas pedidas, en el orden de la tarjeta. Las que no
      * entran en las 133 posiciones del reporte salen solo en el
      * archivo delimitado.
           01 WS-COLS-TABLA.
              05 WS-COLS-NUM OCCURS 17 TIMES
                                         PIC 9(02) COMP.
           77 WS-COLS-CANT               PIC 9(02) COMP VALUE ZERO.
           77 WS-COLS-RPT-CANT           PIC 9(02) COMP VALUE ZERO.
           77 WS-COL-TOKEN               PIC X(14) VALUE SPACES.
           77 WS-COL-PTR                 PIC 9(03) COMP.
           77 WS-COL-POS                 PIC 9(03) COMP.
           77 WS-COL-ACTUAL              PIC 9(02) COMP.
           77 WS-COL-VALOR               PIC X(30).
           77 WS-COL-CSV                 PIC X(30).
           77 WS-COL-HALLADA-SW          PIC X(01) VALUE 'N'.
               88 WS-COL-HALLADA                   VALUE 'S'.

      * Usuarios seleccionados. La clave arma el orden pedido y
      * termina en el DNI para desempatar.
           01 WS-SEL-TABLA.
              05 WS-SEL-ITEM OCCURS 3000 TIMES.
                 10 WS-SEL-CLAVE.
                    15 WS-SEL-ORDEN      PIC X(30).
                    15 WS-SEL-DNI        PIC 9(08).
                 10 WS-SEL-CON-SW        PIC X(01).
                 10 WS-SEL-IMG-USU       PIC X(123).
                 10 WS-SEL-IMG-CON       PIC X(141).

           01 WS-SEL-TEMP                PIC X(303).

           77 WS-SEL-CANT                PIC 9(04) COMP VALUE ZERO.
           77 WS-SEL-MAX                 PIC 9(04) COMP VALUE 3000.
           77 WS-SEL-TABLA-LLENA-SW      PIC X(01) VALUE 'N'.
               88 WS-SEL-TABLA-LLENA               VALUE 'S'.

           77 WS-SUB-AUX                 PIC 9(04) COMP.
           77 WS-SUB-AUX2                PIC 9(04) COMP.

           01 WS-REG-USU.
              COPY CL08UDET.

           01 WS-REG-CON.
              COPY CL08CDET.

           77 WS-CON-EXISTE-SW           PIC X(01) VALUE 'N'.
               88 WS-CON-EXISTE                    VALUE 'S'.
           77 WS-CUMPLE-SW               PIC X(01) VALUE 'N'.
               88 WS-CUMPLE                        VALUE 'S'.
           77 WS-TIENE-SW                PIC X(01) VALUE 'N'.
               88 WS-TIENE                         VALUE 'S'.
           77 WS-LOCALIDAD-MAY           PIC X(20).
           77 WS-FIN-MAESTRO-SW          PIC X(01) VALUE 'N'.
               88 WS-FIN-MAESTRO                   VALUE 'S'.
           77 WS-FIN-SELCTL-SW           PIC X(01) VALUE 'N'.
               88 WS-FIN-SELCTL                    VALUE 'S'.

           01 WS-CONTADORES.
              05 WS-CANT-TARJETAS        PIC 9(04) COMP VALUE ZERO.
              05 WS-CANT-LEIDOS          PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-SELECCIONADOS   PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-EXTRAIDOS       PIC 9(06) COMP VALUE ZERO.

           01 WS-INGRESOS.
              05 WS-SIGNON-SW            PIC X(01) VALUE 'N'.
                 88 WS-SIGNON-OK                  VALUE 'S'.
              05 WS-EXISTE-SW            PIC X(01) VALUE 'N'.
                 88 WS-REGISTRO-EXISTE            VALUE 'S'.

           77 WS-OPERADOR                PIC X(08) VALUE SPACES.
           77 WS-CLAVE-ENTRADA           PIC X(08) VALUE SPACES.
           77 WS-MAX-INTENTOS-OPE        PIC 9(02) COMP VALUE 3.
           77 WS-VIGENCIA-CLAVE          PIC 9(03) COMP VALUE 90.
           77 WS-DIAS-CLAVE              PIC S9(05) COMP VALUE ZERO.
           77 WS-CLAVE-VENCIDA-SW        PIC X(01) VALUE 'N'.
               88 WS-CLAVE-VENCIDA                 VALUE 'S'.

           01 WS-FECHA-CLAVE-GRP.
              05 WS-FCLAVE-AAAA          PIC 9(04).
              05 WS-FCLAVE-MM            PIC 9(02).
              05 WS-FCLAVE-DD            PIC 9(02).
           77 WS-ACCION-AUDIT            PIC X(01).
           77 WS-DNI-NUM                 PIC 9(08).

           01 WS-FECHA-NUM-GRP.
              05 WS-FECHA-AAAA           PIC 9(04).
              05 WS-FECHA-MM             PIC 9(02).
              05 WS-FECHA-DD             PIC 9(02).
           01 WS-FECHA-NUM REDEFINES WS-FECHA-NUM-GRP
                                          PIC 9(08).

           77 WS-HORA-RAW                PIC X(08).
           77 WS-HORA-HHMMSS             PIC 9(06).

           01 WS-ESTADOS-ARCHIVO.
              05 WS-FS-SELCTL           PIC X(02) VALUE '00'.
                 88 WS-FS-SELCTL-OK              VALUE '00'.
              05 WS-FS-OPEMAE           PIC X(02) VALUE '00'.
                 88 WS-FS-OPEMAE-OK              VALUE '00'.
              05 WS-FS-AUDLOG           PIC X(02) VALUE '00'.
                 88 WS-FS-AUDLOG-OK              VALUE '00'.
              05 WS-FS-MAEUSU           PIC X(02) VALUE '00'.
                 88 WS-FS-MAEUSU-OK              VALUE '00'.
              05 WS-FS-CONUSU           PIC X(02) VALUE '00'.
                 88 WS-FS-CONUSU-OK              VALUE '00'.
              05 WS-FS-SELRPT           PIC X(02) VALUE '00'.
                 88 WS-FS-SELRPT-OK              VALUE '00'.
              05 WS-FS-SELOUT           PIC X(02) VALUE '00'.
                 88 WS-FS-SELOUT-OK              VALUE '00'.

           01 WS-REG-AUDLOG.
              COPY CL08ADET.

           01 WS-LINEA-CSV                PIC X(300).
           77 WS-CSV-PTR                  PIC 9(03) COMP.
           77 WS-DNI-CSV                  PIC 9(08).
           77 WS-CANT-ED                  PIC 9(06).

           01 WS-LINEA-RPT                PIC X(133).
           77 WS-RPT-PTR                  PIC 9(03) COMP.

           77 WS-NUM-PAGINA               PIC 9(04) COMP VALUE ZERO.
           77 WS-LINEAS-PAGINA            PIC 9(02) COMP VALUE 50.
           77 WS-CONT-LINEAS              PIC 9(02) COMP VALUE ZERO.
           77 WS-CON-COLUMNAS-SW          PIC X(01) VALUE 'N'.
               88 WS-CON-COLUMNAS                  VALUE 'S'.

           77 WS-DNI-ED                   PIC 99.999.999.
           77 WS-FECHA-ED                 PIC 9999/99/99.
           77 WS-EDAD-ED                  PIC ZZ9.

           01 WS-TITULOS.
              05 WS-TIT-LINEA-1       PIC X(80).

           01 WS-ENCAB-RPT.
              05 FILLER                PIC X(01) VALUE SPACE.
              05 FILLER                PIC X(34) VALUE
                       'EXTRACCION DE USUARIOS A PEDIDO'.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 FILLER                PIC X(07) VALUE 'FECHA: '.
              05 WS-ENCAB-FECHA        PIC 9999/99/99.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 FILLER                PIC X(06) VALUE 'HORA: '.
              05 WS-ENCAB-HORA         PIC 99.99.99.
              05 FILLER                PIC X(05) VALUE SPACES.
              05 FILLER                PIC X(08) VALUE 'PAGINA: '.
              05 WS-ENCAB-PAGINA       PIC ZZZ9.
              05 FILLER                PIC X(46) VALUE SPACES.

           01 WS-ENCAB-OPERADOR.
              05 FILLER                PIC X(01) VALUE SPACE.
              05 FILLER                PIC X(21) VALUE
                       'PEDIDO POR OPERADOR: '.
              05 WS-ENCAB-OPERADOR-ID  PIC X(08).
              05 FILLER                PIC X(103) VALUE SPACES.

           01 WS-FILA-CRITERIO.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-FCRI-ETIQUETA      PIC X(12).
              05 WS-FCRI-TARJETA       PIC X(80).
              05 FILLER                PIC X(38) VALUE SPACES.

           01 WS-FILA-ERROR.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 FILLER                PIC X(12) VALUE 'RECHAZADA : '.
              05 WS-FERR-TARJETA       PIC X(60).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FERR-MOTIVO        PIC X(40).
              05 FILLER                PIC X(16) VALUE SPACES.

           01 WS-FILA-TOTAL.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-TOT-ETIQUETA       PIC X(40).
              05 WS-TOT-VALOR          PIC ZZZZZ9.
              05 FILLER                PIC X(84) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 0000-INICIAR-PROGRAMA
              THRU 0000-INICIAR-PROGRAMA-EXIT.

           PERFORM 1000-ECO-CRITERIOS
              THRU 1000-ECO-CRITERIOS-EXIT.

           IF WS-CANT-ERRORES > ZERO
               PERFORM 1200-INFORMAR-RECHAZO
                  THRU 1200-INFORMAR-RECHAZO-EXIT
               PERFORM 9000-CERRAR-ARCHIVOS
                  THRU 9000-CERRAR-ARCHIVOS-EXIT
               DISPLAY "SELCTL tiene tarjetas rechazadas, no se "
                       "extrae nada. Ver SELRPT."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 2000-SELECCIONAR
              THRU 2000-SELECCIONAR-EXIT.

      * Una lista parcial se tomaria por completa, asi que si la
      * seleccion no entra en la tabla no se entrega nada.
           IF WS-SEL-TABLA-LLENA
               PERFORM 1300-INFORMAR-EXCESO
                  THRU 1300-INFORMAR-EXCESO-EXIT
               PERFORM 9000-CERRAR-ARCHIVOS
                  THRU 9000-CERRAR-ARCHIVOS-EXIT
               DISPLAY "La seleccion supera los " WS-SEL-MAX
                       " usuarios, no se extrae nada. Acote los "
                       "criterios."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-CRI-ORDEN NOT = 'D'
               PERFORM 3000-ORDENAR-SELECCION
                  THRU 3000-ORDENAR-SELECCION-EXIT
           END-IF.

           PERFORM 7050-TITULOS-CSV
              THRU 7050-TITULOS-CSV-EXIT.

           SET WS-CON-COLUMNAS TO TRUE.
           PERFORM 7150-TITULOS-COLUMNAS
              THRU 7150-TITULOS-COLUMNAS-EXIT.

           MOVE 1 TO WS-SUB-AUX.
           PERFORM 4000-EMITIR-USUARIO
              THRU 4000-EMITIR-USUARIO-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-AUX > WS-SEL-CANT.

           PERFORM 5000-TOTALES
              THRU 5000-TOTALES-EXIT.

           PERFORM 9000-CERRAR-ARCHIVOS
              THRU 9000-CERRAR-ARCHIVOS-EXIT.

           DISPLAY "Extraccion finalizada.".
           DISPLAY "  Usuarios leidos ......: " WS-CANT-LEIDOS.
           DISPLAY "  Usuarios extraidos ...: " WS-CANT-EXTRAIDOS.

           GOBACK.
      *----------------------------------------------------------------*
       0000-INICIAR-PROGRAMA.

           MOVE ALL '+-'    TO WS-TIT-LINEA-1.

           ACCEPT WS-FECHA-NUM-GRP FROM DATE YYYYMMDD.

           ACCEPT WS-HORA-RAW FROM TIME.
           MOVE WS-HORA-RAW(1:6) TO WS-HORA-HHMMSS.

           DISPLAY "Extraccion de usuarios a pedido - CL08EJ26".

           PERFORM 0100-LEER-CRITERIOS
              THRU 0100-LEER-CRITERIOS-EXIT.

           IF NOT WS-FS-SELCTL-OK AND WS-CANT-TARJETAS = ZERO
               DISPLAY "No se pudo abrir SELCTL, status " WS-FS-SELCTL
                       ". La extraccion necesita sus criterios."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0200-VALIDAR-OPERADOR
              THRU 0200-VALIDAR-OPERADOR-EXIT.

           IF NOT WS-SIGNON-OK
               DISPLAY "La extraccion la ejecuta un operador "
                       "habilitado."
               IF WS-FS-AUDLOG-OK
                   CLOSE AUDLOG
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT MAEUSU.
           IF NOT WS-FS-MAEUSU-OK
               DISPLAY "No se pudo abrir MAEUSU, status " WS-FS-MAEUSU
               CLOSE AUDLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CONUSU.
           IF NOT WS-FS-CONUSU-OK
               DISPLAY "No se pudo abrir CONUSU, status " WS-FS-CONUSU
               CLOSE AUDLOG
               CLOSE MAEUSU
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT SELRPT.
           IF NOT WS-FS-SELRPT-OK
               DISPLAY "No se pudo abrir SELRPT, status " WS-FS-SELRPT
               CLOSE AUDLOG
               CLOSE MAEUSU
               CLOSE CONUSU
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT SELOUT.
           IF NOT WS-FS-SELOUT-OK
               DISPLAY "No se pudo abrir SELOUT, status " WS-FS-SELOUT
               CLOSE AUDLOG
               CLOSE MAEUSU
               CLOSE CONUSU
               CLOSE SELRPT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       0000-INICIAR-PROGRAMA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       0100-LEER-CRITERIOS.

           OPEN INPUT SELCTL.
           IF NOT WS-FS-SELCTL-OK
               GO TO 0100-LEER-CRITERIOS-EXIT
           END-IF.

           PERFORM 0110-LEER-TARJETA
              THRU 0110-LEER-TARJETA-EXIT WITH TEST BEFORE
             UNTIL WS-FIN-SELCTL.

           CLOSE SELCTL.

      * Sin tarjeta COLUMNAS se listan los datos basicos.
           IF WS-COLS-CANT = ZERO
               MOVE 1  TO WS-COLS-NUM(1)
               MOVE 2  TO WS-COLS-NUM(2)
               MOVE 3  TO WS-COLS-NUM(3)
               MOVE 5  TO WS-COLS-NUM(4)
               MOVE 6  TO WS-COLS-NUM(5)
               MOVE 15 TO WS-COLS-NUM(6)
               MOVE 6  TO WS-COLS-CANT
           END-IF.

       0100-LEER-CRITERIOS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       0110-LEER-TARJETA.

           READ SELCTL NEXT RECORD
               AT END
                   SET WS-FIN-SELCTL TO TRUE
                   GO TO 0110-LEER-TARJETA-EXIT
           END-READ.

           IF NOT WS-FS-SELCTL-OK
               SET WS-FIN-SELCTL TO TRUE
               GO TO 0110-LEER-TARJETA-EXIT
           END-IF.

           ADD 1 TO WS-CANT-TARJETAS.

           MOVE FD-REG-SELCTL TO WS-TARJETA.
           IF WS-TARJETA = SPACES
              OR WS-TARJETA(1:1) = '*'
               GO TO 0110-LEER-TARJETA-EXIT
           END-IF.

           PERFORM 0150-INTERPRETAR-TARJETA
              THRU 0150-INTERPRETAR-TARJETA-EXIT.

       0110-LEER-TARJETA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Separa PALABRA=VALOR. La clave de acceso se respeta como
      * viene; el resto se pasa a mayusculas, igual que los datos
      * del maestro.
      *----------------------------------------------------------------*
       0150-INTERPRETAR-TARJETA.

           MOVE 'N'    TO WS-TARJETA-ERROR-SW.
           MOVE SPACES TO WS-ERROR-MOTIVO.
           MOVE SPACES TO WS-CRI-CLAVE WS-CRI-VALOR.

           UNSTRING WS-TARJETA DELIMITED BY '='
               INTO WS-CRI-CLAVE WS-CRI-VALOR
           END-UNSTRING.

           MOVE WS-CRI-CLAVE TO WS-TEXTO-AUX.
           PERFORM 8300-QUITAR-BLANCOS
              THRU 8300-QUITAR-BLANCOS-EXIT.
           MOVE WS-TEXTO-AUX TO WS-CRI-CLAVE.

           MOVE WS-CRI-VALOR TO WS-TEXTO-AUX.
           PERFORM 8300-QUITAR-BLANCOS
              THRU 8300-QUITAR-BLANCOS-EXIT.
           MOVE WS-TEXTO-AUX TO WS-CRI-VALOR.

           INSPECT WS-CRI-CLAVE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF WS-CRI-CLAVE NOT = 'CLAVE'
               INSPECT WS-CRI-VALOR
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF.

           IF WS-CRI-VALOR = SPACES
               SET WS-TARJETA-ERROR TO TRUE
               MOVE 'FALTA EL VALOR (PALABRA=VALOR)'
                 TO WS-ERROR-MOTIVO
               GO TO 0150-INTERPRETAR-TARJETA-FIN
           END-IF.

           EVALUATE WS-CRI-CLAVE
               WHEN 'OPERADOR'
                   MOVE WS-CRI-VALOR TO WS-CRI-OPERADOR
               WHEN 'CLAVE'
                   MOVE WS-CRI-VALOR TO WS-CRI-CLAVE-OPE
                   SET WS-CRI-CON-CLAVE TO TRUE
               WHEN 'ESTADO'
                   PERFORM 0160-CRITERIO-ESTADO
                      THRU 0160-CRITERIO-ESTADO-EXIT
               WHEN 'FRANJA'
                   PERFORM 0165-CRITERIO-FRANJA
                      THRU 0165-CRITERIO-FRANJA-EXIT
               WHEN 'EDAD'
                   PERFORM 0170-CRITERIO-EDAD
                      THRU 0170-CRITERIO-EDAD-EXIT
               WHEN 'NACIMIENTO'
                   MOVE ZERO TO WS-RNG-MIN
                   MOVE 9999 TO WS-RNG-MAX
                   PERFORM 8100-CONVERTIR-RANGO
                      THRU 8100-CONVERTIR-RANGO-EXIT
                   IF NOT WS-TARJETA-ERROR
                       MOVE WS-RNG-DESDE TO WS-CRI-ANO-DESDE
                       MOVE WS-RNG-HASTA TO WS-CRI-ANO-HASTA
                       ADD 1 TO WS-CANT-CRITERIOS
                   END-IF
               WHEN 'LOCALIDAD'
                   MOVE WS-CRI-VALOR TO WS-CRI-LOCALIDAD
                   ADD 1 TO WS-CANT-CRITERIOS
               WHEN 'ALTA'
                   PERFORM 8150-CONVERTIR-FECHAS
                      THRU 8150-CONVERTIR-FECHAS-EXIT
                   IF NOT WS-TARJETA-ERROR
                       MOVE WS-RNG-DESDE TO WS-CRI-ALTA-DESDE
                       MOVE WS-RNG-HASTA TO WS-CRI-ALTA-HASTA
                       ADD 1 TO WS-CANT-CRITERIOS
                   END-IF
               WHEN 'MODIFICACION'
                   PERFORM 8150-CONVERTIR-FECHAS
                      THRU 8150-CONVERTIR-FECHAS-EXIT
                   IF NOT WS-TARJETA-ERROR
                       MOVE WS-RNG-DESDE TO WS-CRI-MOD-DESDE
                       MOVE WS-RNG-HASTA TO WS-CRI-MOD-HASTA
                       ADD 1 TO WS-CANT-CRITERIOS
                   END-IF
               WHEN 'BAJA'
                   PERFORM 8150-CONVERTIR-FECHAS
                      THRU 8150-CONVERTIR-FECHAS-EXIT
                   IF NOT WS-TARJETA-ERROR
                       MOVE WS-RNG-DESDE TO WS-CRI-BAJA-DESDE
                       MOVE WS-RNG-HASTA TO WS-CRI-BAJA-HASTA
                       ADD 1 TO WS-CANT-CRITERIOS
                   END-IF
               WHEN 'USUARIO-ALTA'
                   MOVE WS-CRI-VALOR TO WS-CRI-USU-ALTA
                   ADD 1 TO WS-CANT-CRITERIOS
               WHEN 'USUARIO-MOD'
                   MOVE WS-CRI-VALOR TO WS-CRI-USU-MOD
                   ADD 1 TO WS-CANT-CRITERIOS
               WHEN 'USUARIO-BAJA'
                   MOVE WS-CRI-VALOR TO WS-CRI-USU-BAJA
                   ADD 1 TO WS-CANT-CRITERIOS
               WHEN 'CONTACTO'
                   PERFORM 8200-CONVERTIR-SI-NO
                      THRU 8200-CONVERTIR-SI-NO-EXIT
                   MOVE WS-SI-NO TO WS-CRI-CONTACTO
               WHEN 'DIRECCION'
                   PERFORM 8200-CONVERTIR-SI-NO
                      THRU 8200-CONVERTIR-SI-NO-EXIT
                   MOVE WS-SI-NO TO WS-CRI-DIRECCION
               WHEN 'TELEFONO'
                   PERFORM 8200-CONVERTIR-SI-NO
                      THRU 8200-CONVERTIR-SI-NO-EXIT
                   MOVE WS-SI-NO TO WS-CRI-TELEFONO
               WHEN 'EMAIL'
                   PERFORM 8200-CONVERTIR-SI-NO
                      THRU 8200-CONVERTIR-SI-NO-EXIT
                   MOVE WS-SI-NO TO WS-CRI-EMAIL
               WHEN 'ORDEN'
                   PERFORM 0180-CRITERIO-ORDEN
                      THRU 0180-CRITERIO-ORDEN-EXIT
               WHEN 'COLUMNAS'
                   MOVE 1 TO WS-COL-PTR
                   PERFORM 0190-AGREGAR-COLUMNA
                      THRU 0190-AGREGAR-COLUMNA-EXIT WITH TEST BEFORE
                     UNTIL WS-COL-PTR > 66 OR WS-TARJETA-ERROR
               WHEN OTHER
                   SET WS-TARJETA-ERROR TO TRUE
                   MOVE 'PALABRA CLAVE DESCONOCIDA' TO WS-ERROR-MOTIVO
           END-EVALUATE.

       0150-INTERPRETAR-TARJETA-FIN.

           IF WS-TARJETA-ERROR
               ADD 1 TO WS-CANT-ERRORES
               IF WS-ERR-CANT < WS-ERR-MAX
                   ADD 1 TO WS-ERR-CANT
                   MOVE WS-TARJETA      TO WS-ERR-TARJETA(WS-ERR-CANT)
                   MOVE WS-ERROR-MOTIVO TO WS-ERR-MOTIVO(WS-ERR-CANT)
               END-IF
               GO TO 0150-INTERPRETAR-TARJETA-EXIT
           END-IF.

      * La clave de acceso no se repite en el reporte.
           IF WS-CRI-CLAVE = 'CLAVE'
               GO TO 0150-INTERPRETAR-TARJETA-EXIT
           END-IF.

           IF WS-ACE-CANT < WS-ACE-MAX
               ADD 1 TO WS-ACE-CANT
               MOVE SPACES TO WS-ACE-ITEM(WS-ACE-CANT)
               STRING WS-CRI-CLAVE DELIMITED BY SPACE
                      '='          DELIMITED BY SIZE
                      WS-CRI-VALOR DELIMITED BY SIZE
                 INTO WS-ACE-ITEM(WS-ACE-CANT)
           END-IF.

       0150-INTERPRETAR-TARJETA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       0160-CRITERIO-ESTADO.

           EVALUATE WS-CRI-VALOR
               WHEN 'A'
               WHEN 'ACTIVO'
               WHEN 'ACTIVOS'
                   MOVE 'A' TO WS-CRI-ESTADO
                   ADD 1 TO WS-CANT-CRITERIOS
               WHEN 'I'
               WHEN 'INACTIVO'
               WHEN 'INACTIVOS'
                   MOVE 'I' TO WS-CRI-ESTADO
                   ADD 1 TO WS-CANT-CRITERIOS
               WHEN 'T'
               WHEN 'TODOS'
                   MOVE SPACE TO WS-CRI-ESTADO
               WHEN OTHER
                   SET WS-TARJETA-ERROR TO TRUE
                   MOVE 'ESTADO: ACTIVO, INACTIVO O TODOS'
                     TO WS-ERROR-MOTIVO
           END-EVALUATE.

       0160-CRITERIO-ESTADO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       0165-CRITERIO-FRANJA.

           IF WS-CRI-CON-EDAD
               SET WS-TARJETA-ERROR TO TRUE
               MOVE 'FRANJA Y EDAD NO SE COMBINAN' TO WS-ERROR-MOTIVO
               GO TO 0165-CRITERIO-FRANJA-EXIT
           END-IF.

           IF WS-CRI-VALOR(2:65) NOT = SPACES
              OR WS-CRI-VALOR(1:1) < '1'
              OR WS-CRI-VALOR(1:1) > '5'
               SET WS-TARJETA-ERROR TO TRUE
               MOVE 'FRANJA: DE 1 A 5 COMO EN LAS ESTADISTICAS'
                 TO WS-ERROR-MOTIVO
               GO TO 0165-CRITERIO-FRANJA-EXIT
           END-IF.

           MOVE WS-CRI-VALOR(1:1) TO WS-CRI-FRANJA.
           MOVE WS-FRANJA-MIN(WS-CRI-FRANJA) TO WS-CRI-EDAD-DESDE.
           MOVE WS-FRANJA-MAX(WS-CRI-FRANJA) TO WS-CRI-EDAD-HASTA.
           SET WS-CRI-CON-EDAD TO TRUE.
           ADD 1 TO WS-CANT-CRITERIOS.

       0165-CRITERIO-FRANJA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       0170-CRITERIO-EDAD.

           IF WS-CRI-CON-EDAD
               SET WS-TARJETA-ERROR TO TRUE
               MOVE 'FRANJA Y EDAD NO SE COMBINAN' TO WS-ERROR-MOTIVO
               GO TO 0170-CRITERIO-EDAD-EXIT
           END-IF.

           MOVE ZERO TO WS-RNG-MIN.
           MOVE 999  TO WS-RNG-MAX.
           PERFORM 8100-CONVERTIR-RANGO
              THRU 8100-CONVERTIR-RANGO-EXIT.

           IF NOT WS-TARJETA-ERROR
               MOVE WS-RNG-DESDE TO WS-CRI-EDAD-DESDE
               MOVE WS-RNG-HASTA TO WS-CRI-EDAD-HASTA
               SET WS-CRI-CON-EDAD TO TRUE
               ADD 1 TO WS-CANT-CRITERIOS
           END-IF.

       0170-CRITERIO-EDAD-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       0180-CRITERIO-ORDEN.

           MOVE WS-CRI-VALOR TO WS-CRI-ORDEN-DESC.

           EVALUATE WS-CRI-VALOR
               WHEN 'DNI'
                   MOVE 'D' TO WS-CRI-ORDEN
               WHEN 'APELLIDO'
                   MOVE 'P' TO WS-CRI-ORDEN
               WHEN 'EDAD'
                   MOVE 'E' TO WS-CRI-ORDEN
               WHEN 'NACIMIENTO'
                   MOVE 'N' TO WS-CRI-ORDEN
               WHEN 'LOCALIDAD'
                   MOVE 'L' TO WS-CRI-ORDEN
               WHEN 'ALTA'
                   MOVE 'A' TO WS-CRI-ORDEN
               WHEN 'MODIFICACION'
                   MOVE 'M' TO WS-CRI-ORDEN
               WHEN 'BAJA'
                   MOVE 'B' TO WS-CRI-ORDEN
               WHEN OTHER
                   MOVE 'DNI' TO WS-CRI-ORDEN-DESC
                   SET WS-TARJETA-ERROR TO TRUE
                   MOVE 'ORDEN DESCONOCIDO' TO WS-ERROR-MOTIVO
           END-EVALUATE.

       0180-CRITERIO-ORDEN-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Toma la siguiente columna de la lista. Una columna repetida se
      * lista una sola vez.
      *----------------------------------------------------------------*
       0190-AGREGAR-COLUMNA.

           MOVE SPACES TO WS-COL-TOKEN.
           UNSTRING WS-CRI-VALOR DELIMITED BY ',' OR ALL SPACE
               INTO WS-COL-TOKEN
               WITH POINTER WS-COL-PTR
           END-UNSTRING.

           IF WS-COL-TOKEN = SPACES
               GO TO 0190-AGREGAR-COLUMNA-EXIT
           END-IF.

           MOVE 'N' TO WS-COL-HALLADA-SW.
           MOVE 1   TO WS-COL-ACTUAL.
           PERFORM 0191-BUSCAR-COLUMNA
              THRU 0191-BUSCAR-COLUMNA-EXIT WITH TEST BEFORE
             UNTIL WS-COL-ACTUAL > WS-COLUMNAS-TOTAL
                OR WS-COL-HALLADA.

           IF NOT WS-COL-HALLADA
               SET WS-TARJETA-ERROR TO TRUE
               MOVE SPACES TO WS-ERROR-MOTIVO
               STRING 'COLUMNA DESCONOCIDA: ' DELIMITED BY SIZE
                      WS-COL-TOKEN            DELIMITED BY SPACE
                 INTO WS-ERROR-MOTIVO
               GO TO 0190-AGREGAR-COLUMNA-EXIT
           END-IF.

           MOVE 'N' TO WS-COL-HALLADA-SW.
           MOVE 1   TO WS-SUB-AUX.
           PERFORM 0192-BUSCAR-PEDIDA
              THRU 0192-BUSCAR-PEDIDA-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-AUX > WS-COLS-CANT
                OR WS-COL-HALLADA.

           IF NOT WS-COL-HALLADA
               ADD 1 TO WS-COLS-CANT
               MOVE WS-COL-ACTUAL TO WS-COLS-NUM(WS-COLS-CANT)
           END-IF.

       0190-AGREGAR-COLUMNA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       0191-BUSCAR-COLUMNA.

           IF WS-COLUMNA-CODIGO(WS-COL-ACTUAL) = WS-COL-TOKEN
               SET WS-COL-HALLADA TO TRUE
           ELSE
               ADD 1 TO WS-COL-ACTUAL
           END-IF.

       0191-BUSCAR-COLUMNA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       0192-BUSCAR-PEDIDA.

           IF WS-COLS-NUM(WS-SUB-AUX) = WS-COL-ACTUAL
               SET WS-COL-HALLADA TO TRUE
           ELSE
               ADD 1 TO WS-SUB-AUX
           END-IF.

       0192-BUSCAR-PEDIDA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Mismo ingreso que el resto de los procesos con datos
      * personales: operador y clave de SELCTL o, si no vienen, por
      * consola. Cualquier nivel puede extraer; queda auditado.
      *----------------------------------------------------------------*
       0200-VALIDAR-OPERADOR.

           MOVE 'N' TO WS-SIGNON-SW.
           MOVE 'N' TO WS-EXISTE-SW.

           IF WS-CRI-OPERADOR NOT = SPACES
               MOVE WS-CRI-OPERADOR TO WS-OPERADOR
           ELSE
               DISPLAY "Identificacion de operador:"
               ACCEPT WS-OPERADOR
           END-IF.

           IF WS-CRI-CON-CLAVE
               MOVE WS-CRI-CLAVE-OPE TO WS-CLAVE-ENTRADA
           ELSE
               DISPLAY "Clave de acceso:"
               ACCEPT WS-CLAVE-ENTRADA
           END-IF.

           OPEN EXTEND AUDLOG.
           IF NOT WS-FS-AUDLOG-OK
               OPEN OUTPUT AUDLOG
           END-IF.
           IF NOT WS-FS-AUDLOG-OK
               DISPLAY "No se pudo abrir AUDLOG, status " WS-FS-AUDLOG
               GO TO 0200-VALIDAR-OPERADOR-EXIT
           END-IF.

           OPEN I-O OPEMAE.
           IF NOT WS-FS-OPEMAE-OK
               DISPLAY "No se pudo abrir OPEMAE, status " WS-FS-OPEMAE
               GO TO 0200-VALIDAR-OPERADOR-EXIT
           END-IF.

           MOVE WS-OPERADOR TO CL08O-OPERADOR OF FD-REG-OPEMAE.
           READ OPEMAE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE-SW
           END-READ.

           IF NOT WS-REGISTRO-EXISTE
              OR CL08O-BLOQUEADO OF FD-REG-OPEMAE
              OR NOT CL08O-ACTIVO OF FD-REG-OPEMAE
               DISPLAY "Operador inexistente, bloqueado o inactivo."
               MOVE 'F'  TO WS-ACCION-AUDIT
               MOVE ZERO TO WS-DNI-NUM
               PERFORM 6100-GRABAR-AUDITORIA
                  THRU 6100-GRABAR-AUDITORIA-EXIT
               GO TO 0200-VALIDAR-OPERADOR-FIN
           END-IF.

           IF CL08O-CLAVE OF FD-REG-OPEMAE NOT = WS-CLAVE-ENTRADA
               PERFORM 0210-REGISTRAR-FALLO
                  THRU 0210-REGISTRAR-FALLO-EXIT
               GO TO 0200-VALIDAR-OPERADOR-FIN
           END-IF.

           PERFORM 0220-CONTROLAR-VIGENCIA
              THRU 0220-CONTROLAR-VIGENCIA-EXIT.

           IF WS-CLAVE-VENCIDA
               DISPLAY "La clave es inicial o esta vencida, "
                       "cambiela en CL08EJ02 antes de extraer."
               MOVE 'F'  TO WS-ACCION-AUDIT
               MOVE ZERO TO WS-DNI-NUM
               PERFORM 6100-GRABAR-AUDITORIA
                  THRU 6100-GRABAR-AUDITORIA-EXIT
               GO TO 0200-VALIDAR-OPERADOR-FIN
           END-IF.

           IF CL08O-INTENTOS OF FD-REG-OPEMAE NOT = ZERO
               MOVE ZERO TO CL08O-INTENTOS OF FD-REG-OPEMAE
               REWRITE FD-REG-OPEMAE
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

           MOVE 'S'  TO WS-ACCION-AUDIT.
           MOVE ZERO TO WS-DNI-NUM.
           PERFORM 6100-GRABAR-AUDITORIA
              THRU 6100-GRABAR-AUDITORIA-EXIT.

           SET WS-SIGNON-OK TO TRUE.

       0200-VALIDAR-OPERADOR-FIN.

           CLOSE OPEMAE.

       0200-VALIDAR-OPERADOR-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       0210-REGISTRAR-FALLO.

           ADD 1 TO CL08O-INTENTOS OF FD-REG-OPEMAE.

           IF CL08O-INTENTOS OF FD-REG-OPEMAE >= WS-MAX-INTENTOS-OPE
               MOVE 'B' TO CL08O-ESTADO OF FD-REG-OPEMAE
               DISPLAY "La cuenta quedo bloqueada por intentos "
                       "fallidos, solicite el desbloqueo a un "
                       "supervisor."
               MOVE 'L' TO WS-ACCION-AUDIT
           ELSE
               DISPLAY "Operador o clave invalidos."
               MOVE 'F' TO WS-ACCION-AUDIT
           END-IF.

           REWRITE FD-REG-OPEMAE
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           MOVE ZERO TO WS-DNI-NUM.
           PERFORM 6100-GRABAR-AUDITORIA
              THRU 6100-GRABAR-AUDITORIA-EXIT.

       0210-REGISTRAR-FALLO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       0220-CONTROLAR-VIGENCIA.

           MOVE 'N' TO WS-CLAVE-VENCIDA-SW.

           IF CL08O-FECHA-CLAVE OF FD-REG-OPEMAE = ZERO
               SET WS-CLAVE-VENCIDA TO TRUE
               GO TO 0220-CONTROLAR-VIGENCIA-EXIT
           END-IF.

           MOVE CL08O-FECHA-CLAVE OF FD-REG-OPEMAE
             TO WS-FECHA-CLAVE-GRP.

           COMPUTE WS-DIAS-CLAVE =
                   (WS-FECHA-AAAA - WS-FCLAVE-AAAA) * 365
                 + (WS-FECHA-MM - WS-FCLAVE-MM) * 30
                 + (WS-FECHA-DD - WS-FCLAVE-DD).

           IF WS-DIAS-CLAVE > WS-VIGENCIA-CLAVE
               SET WS-CLAVE-VENCIDA TO TRUE
           END-IF.

       0220-CONTROLAR-VIGENCIA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Encabezado de la primera pagina: quien pidio la extraccion y
      * con que criterios, tal como vinieron en SELCTL.
      *----------------------------------------------------------------*
       1000-ECO-CRITERIOS.

           PERFORM 7100-ENCABEZADO-RPT
              THRU 7100-ENCABEZADO-RPT-EXIT.

           MOVE WS-OPERADOR TO WS-ENCAB-OPERADOR-ID.
           MOVE WS-ENCAB-OPERADOR TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-LINEA-RPT.
           STRING '   CRITERIOS DE SELECCION (SELCTL)'
                  DELIMITED BY SIZE
             INTO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE 1 TO WS-SUB-AUX.
           PERFORM 1100-ECO-TARJETA
              THRU 1100-ECO-TARJETA-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-AUX > WS-ACE-CANT.

           IF WS-CANT-CRITERIOS = ZERO
               MOVE SPACES TO WS-LINEA-RPT
               STRING '   SIN CRITERIOS DE SELECCION: SE EXTRAE TODO '
                      'EL PADRON' DELIMITED BY SIZE
                 INTO WS-LINEA-RPT
               PERFORM 7200-ESCRIBIR-LINEA-RPT
                  THRU 7200-ESCRIBIR-LINEA-RPT-EXIT
           END-IF.

           MOVE SPACES TO WS-FILA-CRITERIO.
           MOVE 'ORDEN     : ' TO WS-FCRI-ETIQUETA.
           MOVE WS-CRI-ORDEN-DESC TO WS-FCRI-TARJETA.
           MOVE WS-FILA-CRITERIO TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-FILA-CRITERIO.
           MOVE 'COLUMNAS  : ' TO WS-FCRI-ETIQUETA.
           MOVE 1 TO WS-CSV-PTR.
           MOVE 1 TO WS-SUB-AUX.
           PERFORM 1110-ECO-COLUMNA
              THRU 1110-ECO-COLUMNA-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-AUX > WS-COLS-CANT.
           MOVE WS-FILA-CRITERIO TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           PERFORM 7000-AJUSTAR-COLUMNAS
              THRU 7000-AJUSTAR-COLUMNAS-EXIT.

           IF WS-COLS-RPT-CANT < WS-COLS-CANT
               MOVE SPACES TO WS-LINEA-RPT
               STRING '   AVISO: LAS COLUMNAS QUE NO ENTRAN EN EL '
                      'REPORTE SALEN SOLO EN SELOUT'
                      DELIMITED BY SIZE
                 INTO WS-LINEA-RPT
               PERFORM 7200-ESCRIBIR-LINEA-RPT
                  THRU 7200-ESCRIBIR-LINEA-RPT-EXIT
           END-IF.

           MOVE WS-TIT-LINEA-1 TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

       1000-ECO-CRITERIOS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1100-ECO-TARJETA.

           MOVE SPACES TO WS-FILA-CRITERIO.
           MOVE 'CRITERIO  : ' TO WS-FCRI-ETIQUETA.
           MOVE WS-ACE-ITEM(WS-SUB-AUX) TO WS-FCRI-TARJETA.
           MOVE WS-FILA-CRITERIO TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           ADD 1 TO WS-SUB-AUX.

       1100-ECO-TARJETA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1110-ECO-COLUMNA.

           IF WS-SUB-AUX > 1
               STRING ',' DELIMITED BY SIZE
                 INTO WS-FCRI-TARJETA
                 WITH POINTER WS-CSV-PTR
           END-IF.

           STRING WS-COLUMNA-CODIGO(WS-COLS-NUM(WS-SUB-AUX))
                  DELIMITED BY SPACE
             INTO WS-FCRI-TARJETA
             WITH POINTER WS-CSV-PTR.

           ADD 1 TO WS-SUB-AUX.

       1110-ECO-COLUMNA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1200-INFORMAR-RECHAZO.

           MOVE SPACES TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE 1 TO WS-SUB-AUX.
           PERFORM 1210-LISTAR-ERROR
              THRU 1210-LISTAR-ERROR-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-AUX > WS-ERR-CANT.

           IF WS-CANT-ERRORES > WS-ERR-CANT
               MOVE SPACES TO WS-LINEA-RPT
               STRING '   ... Y OTRAS TARJETAS RECHAZADAS'
                      DELIMITED BY SIZE
                 INTO WS-LINEA-RPT
               PERFORM 7200-ESCRIBIR-LINEA-RPT
                  THRU 7200-ESCRIBIR-LINEA-RPT-EXIT
           END-IF.

           MOVE SPACES TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.
           STRING '   NO SE REALIZO LA EXTRACCION: CORRIJA SELCTL Y '
                  'VUELVA A EJECUTAR' DELIMITED BY SIZE
             INTO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

       1200-INFORMAR-RECHAZO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1210-LISTAR-ERROR.

           MOVE WS-ERR-TARJETA(WS-SUB-AUX) TO WS-FERR-TARJETA.
           MOVE WS-ERR-MOTIVO(WS-SUB-AUX)  TO WS-FERR-MOTIVO.
           MOVE WS-FILA-ERROR TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           ADD 1 TO WS-SUB-AUX.

       1210-LISTAR-ERROR-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1300-INFORMAR-EXCESO.

           MOVE SPACES TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'USUARIOS QUE CUMPLEN LOS CRITERIOS ..: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-SELECCIONADOS TO WS-TOT-VALOR.
           MOVE WS-FILA-TOTAL TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'MAXIMO POR EXTRACCION ...............: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-SEL-MAX TO WS-TOT-VALOR.
           MOVE WS-FILA-TOTAL TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-LINEA-RPT.
           STRING '   NO SE REALIZO LA EXTRACCION: ACOTE LOS '
                  'CRITERIOS Y VUELVA A EJECUTAR' DELIMITED BY SIZE
             INTO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

       1300-INFORMAR-EXCESO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2000-SELECCIONAR.

           MOVE ZERO TO CL08-DNI OF FD-REG-MAEUSU.
           START MAEUSU KEY NOT LESS THAN CL08-DNI OF FD-REG-MAEUSU
               INVALID KEY
                   SET WS-FIN-MAESTRO TO TRUE
           END-START.

           PERFORM 2100-LEER-MAESTRO
              THRU 2100-LEER-MAESTRO-EXIT WITH TEST BEFORE
             UNTIL WS-FIN-MAESTRO.

       2000-SELECCIONAR-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2100-LEER-MAESTRO.

           READ MAEUSU NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

           IF NOT WS-FS-MAEUSU-OK
               SET WS-FIN-MAESTRO TO TRUE
               GO TO 2100-LEER-MAESTRO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-LEIDOS.

           MOVE FD-REG-MAEUSU TO WS-REG-USU.
           MOVE SPACES        TO WS-REG-CON.
           MOVE 'N'           TO WS-CON-EXISTE-SW.

           MOVE CL08-DNI OF WS-REG-USU TO CL08C-DNI OF FD-REG-CONUSU.
           READ CONUSU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FD-REG-CONUSU TO WS-REG-CON
                   SET WS-CON-EXISTE TO TRUE
           END-READ.

           PERFORM 2200-EVALUAR-CRITERIOS
              THRU 2200-EVALUAR-CRITERIOS-EXIT.

           IF NOT WS-CUMPLE
               GO TO 2100-LEER-MAESTRO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-SELECCIONADOS.

           IF WS-SEL-CANT >= WS-SEL-MAX
               SET WS-SEL-TABLA-LLENA TO TRUE
               GO TO 2100-LEER-MAESTRO-EXIT
           END-IF.

           ADD 1 TO WS-SEL-CANT.
           PERFORM 2300-ARMAR-CLAVE
              THRU 2300-ARMAR-CLAVE-EXIT.
           MOVE CL08-DNI OF WS-REG-USU TO WS-SEL-DNI(WS-SEL-CANT).
           MOVE WS-CON-EXISTE-SW       TO WS-SEL-CON-SW(WS-SEL-CANT).
           MOVE WS-REG-USU             TO WS-SEL-IMG-USU(WS-SEL-CANT).
           MOVE WS-REG-CON             TO WS-SEL-IMG-CON(WS-SEL-CANT).

       2100-LEER-MAESTRO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * El registro cumple si pasa todos los criterios pedidos; el
      * primero que falla lo descarta.
      *----------------------------------------------------------------*
       2200-EVALUAR-CRITERIOS.

           MOVE 'N' TO WS-CUMPLE-SW.

           IF WS-CRI-ESTADO = 'A'
              AND NOT CL08-ACTIVO OF WS-REG-USU
               GO TO 2200-EVALUAR-CRITERIOS-EXIT
           END-IF.

           IF WS-CRI-ESTADO = 'I'
              AND NOT CL08-INACTIVO OF WS-REG-USU
               GO TO 2200-EVALUAR-CRITERIOS-EXIT
           END-IF.

           IF CL08-EDAD OF WS-REG-USU < WS-CRI-EDAD-DESDE
              OR CL08-EDAD OF WS-REG-USU > WS-CRI-EDAD-HASTA
               GO TO 2200-EVALUAR-CRITERIOS-EXIT
           END-IF.

           IF CL08-ANO-NACIMIENTO OF WS-REG-USU < WS-CRI-ANO-DESDE
              OR CL08-ANO-NACIMIENTO OF WS-REG-USU > WS-CRI-ANO-HASTA
               GO TO 2200-EVALUAR-CRITERIOS-EXIT
           END-IF.

           IF CL08-FECHA-ALTA OF WS-REG-USU < WS-CRI-ALTA-DESDE
              OR CL08-FECHA-ALTA OF WS-REG-USU > WS-CRI-ALTA-HASTA
               GO TO 2200-EVALUAR-CRITERIOS-EXIT
           END-IF.

           IF CL08-FECHA-MOD OF WS-REG-USU < WS-CRI-MOD-DESDE
              OR CL08-FECHA-MOD OF WS-REG-USU > WS-CRI-MOD-HASTA
               GO TO 2200-EVALUAR-CRITERIOS-EXIT
           END-IF.

           IF CL08-FECHA-BAJA OF WS-REG-USU < WS-CRI-BAJA-DESDE
              OR CL08-FECHA-BAJA OF WS-REG-USU > WS-CRI-BAJA-HASTA
               GO TO 2200-EVALUAR-CRITERIOS-EXIT
           END-IF.

           IF WS-CRI-USU-ALTA NOT = SPACES
              AND CL08-USUARIO-ALTA OF WS-REG-USU NOT = WS-CRI-USU-ALTA
               GO TO 2200-EVALUAR-CRITERIOS-EXIT
           END-IF.

           IF WS-CRI-USU-MOD NOT = SPACES
              AND CL08-USUARIO-MOD OF WS-REG-USU NOT = WS-CRI-USU-MOD
               GO TO 2200-EVALUAR-CRITERIOS-EXIT
           END-IF.

           IF WS-CRI-USU-BAJA NOT = SPACES
              AND CL08-USUARIO-BAJA OF WS-REG-USU NOT = WS-CRI-USU-BAJA
               GO TO 2200-EVALUAR-CRITERIOS-EXIT
           END-IF.

           IF WS-CRI-LOCALIDAD NOT = SPACES
               MOVE CL08C-LOCALIDAD OF WS-REG-CON TO WS-LOCALIDAD-MAY
               INSPECT WS-LOCALIDAD-MAY
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF NOT WS-CON-EXISTE
                  OR WS-LOCALIDAD-MAY NOT = WS-CRI-LOCALIDAD
                   GO TO 2200-EVALUAR-CRITERIOS-EXIT
               END-IF
           END-IF.

           IF WS-CRI-CONTACTO = 'S' AND NOT WS-CON-EXISTE
               GO TO 2200-EVALUAR-CRITERIOS-EXIT
           END-IF.

           IF WS-CRI-CONTACTO = 'N' AND WS-CON-EXISTE
               GO TO 2200-EVALUAR-CRITERIOS-EXIT
           END-IF.

      * Un domicilio con correo devuelto o un email rebotado cuentan
      * como faltantes, igual que en el extracto de hitos.
           IF WS-CRI-DIRECCION NOT = SPACE
               MOVE 'N' TO WS-TIENE-SW
               IF WS-CON-EXISTE
                  AND CL08C-DIRECCION OF WS-REG-CON NOT = SPACES
                  AND NOT CL08C-POSTAL-DEVUELTO OF WS-REG-CON
                   SET WS-TIENE TO TRUE
               END-IF
               IF WS-TIENE-SW NOT = WS-CRI-DIRECCION
                   GO TO 2200-EVALUAR-CRITERIOS-EXIT
               END-IF
           END-IF.

           IF WS-CRI-TELEFONO NOT = SPACE
               MOVE 'N' TO WS-TIENE-SW
               IF WS-CON-EXISTE
                  AND CL08C-TELEFONO OF WS-REG-CON NOT = SPACES
                   SET WS-TIENE TO TRUE
               END-IF
               IF WS-TIENE-SW NOT = WS-CRI-TELEFONO
                   GO TO 2200-EVALUAR-CRITERIOS-EXIT
               END-IF
           END-IF.

           IF WS-CRI-EMAIL NOT = SPACE
               MOVE 'N' TO WS-TIENE-SW
               IF WS-CON-EXISTE
                  AND CL08C-EMAIL OF WS-REG-CON NOT = SPACES
                  AND NOT CL08C-EMAIL-REBOTADO OF WS-REG-CON
                   SET WS-TIENE TO TRUE
               END-IF
               IF WS-TIENE-SW NOT = WS-CRI-EMAIL
                   GO TO 2200-EVALUAR-CRITERIOS-EXIT
               END-IF
           END-IF.

           SET WS-CUMPLE TO TRUE.

       2200-EVALUAR-CRITERIOS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2300-ARMAR-CLAVE.

           MOVE SPACES TO WS-SEL-ORDEN(WS-SEL-CANT).

           EVALUATE WS-CRI-ORDEN
               WHEN 'P'
                   STRING CL08-APELLIDO OF WS-REG-USU
                          CL08-NOMBRE OF WS-REG-USU(1:10)
                          DELIMITED BY SIZE
                     INTO WS-SEL-ORDEN(WS-SEL-CANT)
               WHEN 'E'
                   MOVE CL08-EDAD OF WS-REG-USU
                     TO WS-SEL-ORDEN(WS-SEL-CANT)
               WHEN 'N'
                   MOVE CL08-ANO-NACIMIENTO OF WS-REG-USU
                     TO WS-SEL-ORDEN(WS-SEL-CANT)
               WHEN 'L'
                   STRING CL08C-LOCALIDAD OF WS-REG-CON
                          CL08-APELLIDO OF WS-REG-USU(1:10)
                          DELIMITED BY SIZE
                     INTO WS-SEL-ORDEN(WS-SEL-CANT)
               WHEN 'A'
                   STRING CL08-FECHA-ALTA OF WS-REG-USU
                          CL08-HORA-ALTA OF WS-REG-USU
                          DELIMITED BY SIZE
                     INTO WS-SEL-ORDEN(WS-SEL-CANT)
               WHEN 'M'
                   STRING CL08-FECHA-MOD OF WS-REG-USU
                          CL08-HORA-MOD OF WS-REG-USU
                          DELIMITED BY SIZE
                     INTO WS-SEL-ORDEN(WS-SEL-CANT)
               WHEN 'B'
                   STRING CL08-FECHA-BAJA OF WS-REG-USU
                          CL08-HORA-BAJA OF WS-REG-USU
                          DELIMITED BY SIZE
                     INTO WS-SEL-ORDEN(WS-SEL-CANT)
           END-EVALUATE.

       2300-ARMAR-CLAVE-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3000-ORDENAR-SELECCION.

           IF WS-SEL-CANT > 1
               MOVE 1 TO WS-SUB-AUX
               PERFORM 3010-PASADA-ORDEN
                  THRU 3010-PASADA-ORDEN-EXIT WITH TEST BEFORE
                 UNTIL WS-SUB-AUX >= WS-SEL-CANT
           END-IF.

       3000-ORDENAR-SELECCION-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3010-PASADA-ORDEN.

           MOVE 1 TO WS-SUB-AUX2.
           PERFORM 3020-COMPARAR-Y-SWAP
              THRU 3020-COMPARAR-Y-SWAP-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-AUX2 >= WS-SEL-CANT - WS-SUB-AUX + 1.

           ADD 1 TO WS-SUB-AUX.

       3010-PASADA-ORDEN-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3020-COMPARAR-Y-SWAP.

           IF WS-SEL-CLAVE(WS-SUB-AUX2) >
              WS-SEL-CLAVE(WS-SUB-AUX2 + 1)
               MOVE WS-SEL-ITEM(WS-SUB-AUX2)     TO WS-SEL-TEMP
               MOVE WS-SEL-ITEM(WS-SUB-AUX2 + 1)
                 TO WS-SEL-ITEM(WS-SUB-AUX2)
               MOVE WS-SEL-TEMP TO WS-SEL-ITEM(WS-SUB-AUX2 + 1)
           END-IF.

           ADD 1 TO WS-SUB-AUX2.

       3020-COMPARAR-Y-SWAP-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Una linea en el reporte, una en SELOUT y una auditoria por
      * cada usuario entregado.
      *----------------------------------------------------------------*
       4000-EMITIR-USUARIO.

           MOVE WS-SEL-IMG-USU(WS-SUB-AUX) TO WS-REG-USU.
           MOVE WS-SEL-IMG-CON(WS-SUB-AUX) TO WS-REG-CON.
           MOVE WS-SEL-CON-SW(WS-SUB-AUX)  TO WS-CON-EXISTE-SW.

           MOVE SPACES TO WS-LINEA-RPT.
           MOVE 4 TO WS-RPT-PTR.
           MOVE SPACES TO WS-LINEA-CSV.
           MOVE 1 TO WS-CSV-PTR.

           MOVE 1 TO WS-SUB-AUX2.
           PERFORM 4100-EMITIR-COLUMNA
              THRU 4100-EMITIR-COLUMNA-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-AUX2 > WS-COLS-CANT.

           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           WRITE FD-REG-SELOUT FROM WS-LINEA-CSV.

           MOVE 'E' TO WS-ACCION-AUDIT.
           MOVE CL08-DNI OF WS-REG-USU TO WS-DNI-NUM.
           PERFORM 6100-GRABAR-AUDITORIA
              THRU 6100-GRABAR-AUDITORIA-EXIT.

           ADD 1 TO WS-CANT-EXTRAIDOS.
           ADD 1 TO WS-SUB-AUX.

       4000-EMITIR-USUARIO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4100-EMITIR-COLUMNA.

           MOVE WS-COLS-NUM(WS-SUB-AUX2) TO WS-COL-ACTUAL.
           PERFORM 4200-VALOR-COLUMNA
              THRU 4200-VALOR-COLUMNA-EXIT.

           IF WS-SUB-AUX2 <= WS-COLS-RPT-CANT
               MOVE WS-COL-VALOR
                 TO WS-LINEA-RPT(WS-RPT-PTR:
                                 WS-COLUMNA-ANCHO(WS-COL-ACTUAL))
               COMPUTE WS-RPT-PTR = WS-RPT-PTR
                                  + WS-COLUMNA-ANCHO(WS-COL-ACTUAL) + 2
           END-IF.

           IF WS-SUB-AUX2 > 1
               STRING ',' DELIMITED BY SIZE
                 INTO WS-LINEA-CSV
                 WITH POINTER WS-CSV-PTR
           END-IF.

           STRING WS-COL-CSV DELIMITED BY '  '
             INTO WS-LINEA-CSV
             WITH POINTER WS-CSV-PTR.

           ADD 1 TO WS-SUB-AUX2.

       4100-EMITIR-COLUMNA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Valor de la columna WS-COL-ACTUAL del usuario en curso, con
      * formato de reporte y con formato de archivo delimitado.
      *----------------------------------------------------------------*
       4200-VALOR-COLUMNA.

           MOVE SPACES TO WS-COL-VALOR WS-COL-CSV.

           EVALUATE WS-COL-ACTUAL
               WHEN 1
                   MOVE CL08-DNI OF WS-REG-USU TO WS-DNI-ED
                   MOVE WS-DNI-ED              TO WS-COL-VALOR
                   MOVE CL08-DNI OF WS-REG-USU TO WS-DNI-CSV
                   MOVE WS-DNI-CSV             TO WS-COL-CSV
               WHEN 2
                   MOVE CL08-APELLIDO OF WS-REG-USU TO WS-COL-VALOR
               WHEN 3
                   MOVE CL08-NOMBRE OF WS-REG-USU TO WS-COL-VALOR
               WHEN 4
                   MOVE CL08-ANO-NACIMIENTO OF WS-REG-USU
                     TO WS-COL-VALOR
               WHEN 5
                   MOVE CL08-EDAD OF WS-REG-USU TO WS-EDAD-ED
                   MOVE WS-EDAD-ED              TO WS-COL-VALOR
                   MOVE CL08-EDAD OF WS-REG-USU TO WS-COL-CSV
               WHEN 6
                   IF CL08-INACTIVO OF WS-REG-USU
                       MOVE 'INACTIVO' TO WS-COL-VALOR
                       MOVE 'I'        TO WS-COL-CSV
                   ELSE
                       MOVE 'ACTIVO'   TO WS-COL-VALOR
                       MOVE 'A'        TO WS-COL-CSV
                   END-IF
               WHEN 7
                   MOVE CL08-MOTIVO-BAJA OF WS-REG-USU TO WS-COL-VALOR
               WHEN 8
                   MOVE CL08-FECHA-ALTA OF WS-REG-USU TO WS-FECHA-VAL
                   PERFORM 4300-FORMATEAR-FECHA
                      THRU 4300-FORMATEAR-FECHA-EXIT
               WHEN 9
                   MOVE CL08-USUARIO-ALTA OF WS-REG-USU
                     TO WS-COL-VALOR
               WHEN 10
                   MOVE CL08-FECHA-MOD OF WS-REG-USU TO WS-FECHA-VAL
                   PERFORM 4300-FORMATEAR-FECHA
                      THRU 4300-FORMATEAR-FECHA-EXIT
               WHEN 11
                   MOVE CL08-USUARIO-MOD OF WS-REG-USU TO WS-COL-VALOR
               WHEN 12
                   MOVE CL08-FECHA-BAJA OF WS-REG-USU TO WS-FECHA-VAL
                   PERFORM 4300-FORMATEAR-FECHA
                      THRU 4300-FORMATEAR-FECHA-EXIT
               WHEN 13
                   MOVE CL08-USUARIO-BAJA OF WS-REG-USU
                     TO WS-COL-VALOR
               WHEN 14
                   MOVE CL08C-DIRECCION OF WS-REG-CON TO WS-COL-VALOR
               WHEN 15
                   MOVE CL08C-LOCALIDAD OF WS-REG-CON TO WS-COL-VALOR
               WHEN 16
                   MOVE CL08C-TELEFONO OF WS-REG-CON TO WS-COL-VALOR
               WHEN 17
                   MOVE CL08C-EMAIL OF WS-REG-CON TO WS-COL-VALOR
           END-EVALUATE.

           IF WS-COL-CSV = SPACES
               MOVE WS-COL-VALOR TO WS-COL-CSV
           END-IF.

       4200-VALOR-COLUMNA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4300-FORMATEAR-FECHA.

           IF WS-FECHA-VAL = ZERO
               GO TO 4300-FORMATEAR-FECHA-EXIT
           END-IF.

           MOVE WS-FECHA-VAL TO WS-FECHA-ED.
           MOVE WS-FECHA-ED  TO WS-COL-VALOR.
           MOVE WS-FECHA-VAL TO WS-COL-CSV.

       4300-FORMATEAR-FECHA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       5000-TOTALES.

           MOVE SPACES TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.
           MOVE WS-TIT-LINEA-1 TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'USUARIOS LEIDOS EN MAEUSU ...........: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-LEIDOS TO WS-TOT-VALOR.
           MOVE WS-FILA-TOTAL TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'TOTAL DE USUARIOS EXTRAIDOS .........: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-EXTRAIDOS TO WS-TOT-VALOR.
           MOVE WS-FILA-TOTAL TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE 1      TO WS-CSV-PTR.
           MOVE SPACES TO WS-LINEA-CSV.
           MOVE WS-CANT-EXTRAIDOS TO WS-CANT-ED.
           STRING 'TOTALES,' WS-CANT-ED DELIMITED BY SIZE
              INTO WS-LINEA-CSV
              WITH POINTER WS-CSV-PTR.
           WRITE FD-REG-SELOUT FROM WS-LINEA-CSV.

       5000-TOTALES-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       6100-GRABAR-AUDITORIA.

           IF NOT WS-FS-AUDLOG-OK
               GO TO 6100-GRABAR-AUDITORIA-EXIT
           END-IF.

           MOVE WS-OPERADOR      TO CL08A-USUARIO OF WS-REG-AUDLOG.
           MOVE WS-FECHA-NUM     TO CL08A-FECHA OF WS-REG-AUDLOG.
           MOVE WS-HORA-HHMMSS   TO CL08A-HORA OF WS-REG-AUDLOG.
           MOVE WS-DNI-NUM       TO CL08A-DNI OF WS-REG-AUDLOG.
           MOVE WS-ACCION-AUDIT  TO CL08A-ACCION OF WS-REG-AUDLOG.

           WRITE FD-REG-AUDLOG FROM WS-REG-AUDLOG.

       6100-GRABAR-AUDITORIA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Cuantas de las columnas pedidas entran en el reporte, a partir
      * de la posicion 4 y con dos blancos entre columnas.
      *----------------------------------------------------------------*
       7000-AJUSTAR-COLUMNAS.

           MOVE ZERO TO WS-COLS-RPT-CANT.
           MOVE 4    TO WS-COL-POS.
           MOVE 'N'  TO WS-COL-HALLADA-SW.
           MOVE 1    TO WS-SUB-AUX.
           PERFORM 7010-MEDIR-COLUMNA
              THRU 7010-MEDIR-COLUMNA-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-AUX > WS-COLS-CANT
                OR WS-COL-HALLADA.

       7000-AJUSTAR-COLUMNAS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7010-MEDIR-COLUMNA.

           MOVE WS-COLS-NUM(WS-SUB-AUX) TO WS-COL-ACTUAL.

           IF WS-COL-POS + WS-COLUMNA-ANCHO(WS-COL-ACTUAL) - 1 > 133
               SET WS-COL-HALLADA TO TRUE
               GO TO 7010-MEDIR-COLUMNA-EXIT
           END-IF.

           ADD 1 TO WS-COLS-RPT-CANT.
           COMPUTE WS-COL-POS = WS-COL-POS
                              + WS-COLUMNA-ANCHO(WS-COL-ACTUAL) + 2.
           ADD 1 TO WS-SUB-AUX.

       7010-MEDIR-COLUMNA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * SELOUT abre con los criterios y los titulos de las columnas
      * y cierra con la cantidad de usuarios extraidos.
      *----------------------------------------------------------------*
       7050-TITULOS-CSV.

           MOVE 1      TO WS-CSV-PTR.
           MOVE SPACES TO WS-LINEA-CSV.
           STRING 'CRITERIOS' DELIMITED BY SIZE
             INTO WS-LINEA-CSV
             WITH POINTER WS-CSV-PTR.

           MOVE 1 TO WS-SUB-AUX.
           PERFORM 7060-CRITERIO-CSV
              THRU 7060-CRITERIO-CSV-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-AUX > WS-ACE-CANT.

           WRITE FD-REG-SELOUT FROM WS-LINEA-CSV.

           MOVE 1      TO WS-CSV-PTR.
           MOVE SPACES TO WS-LINEA-CSV.
           MOVE 1 TO WS-SUB-AUX.
           PERFORM 7070-TITULO-CSV
              THRU 7070-TITULO-CSV-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-AUX > WS-COLS-CANT.

           WRITE FD-REG-SELOUT FROM WS-LINEA-CSV.

       7050-TITULOS-CSV-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7060-CRITERIO-CSV.

           STRING ','                     DELIMITED BY SIZE
                  WS-ACE-ITEM(WS-SUB-AUX) DELIMITED BY '  '
             INTO WS-LINEA-CSV
             WITH POINTER WS-CSV-PTR.

           ADD 1 TO WS-SUB-AUX.

       7060-CRITERIO-CSV-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7070-TITULO-CSV.

           IF WS-SUB-AUX > 1
               STRING ',' DELIMITED BY SIZE
                 INTO WS-LINEA-CSV
                 WITH POINTER WS-CSV-PTR
           END-IF.

           STRING WS-COLUMNA-TIT-CSV(WS-COLS-NUM(WS-SUB-AUX))
                  DELIMITED BY '  '
             INTO WS-LINEA-CSV
             WITH POINTER WS-CSV-PTR.

           ADD 1 TO WS-SUB-AUX.

       7070-TITULO-CSV-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7100-ENCABEZADO-RPT.

           ADD 1 TO WS-NUM-PAGINA.

           MOVE WS-FECHA-NUM    TO WS-ENCAB-FECHA.
           MOVE WS-HORA-HHMMSS  TO WS-ENCAB-HORA.
           MOVE WS-NUM-PAGINA   TO WS-ENCAB-PAGINA.

           WRITE FD-REG-SELRPT FROM WS-ENCAB-RPT.
           MOVE SPACES TO FD-REG-SELRPT.
           WRITE FD-REG-SELRPT.

           MOVE ZERO TO WS-CONT-LINEAS.

           IF WS-CON-COLUMNAS
               PERFORM 7150-TITULOS-COLUMNAS
                  THRU 7150-TITULOS-COLUMNAS-EXIT
           END-IF.

       7100-ENCABEZADO-RPT-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7150-TITULOS-COLUMNAS.

           MOVE SPACES TO FD-REG-SELRPT.
           MOVE 4 TO WS-RPT-PTR.
           MOVE 1 TO WS-SUB-AUX2.
           PERFORM 7160-TITULO-COLUMNA
              THRU 7160-TITULO-COLUMNA-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-AUX2 > WS-COLS-RPT-CANT.
           WRITE FD-REG-SELRPT.

           WRITE FD-REG-SELRPT FROM WS-TIT-LINEA-1.

           ADD 2 TO WS-CONT-LINEAS.

       7150-TITULOS-COLUMNAS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7160-TITULO-COLUMNA.

           MOVE WS-COLS-NUM(WS-SUB-AUX2) TO WS-COL-ACTUAL.
           MOVE WS-COLUMNA-TIT-RPT(WS-COL-ACTUAL)
             TO FD-REG-SELRPT(WS-RPT-PTR:
                              WS-COLUMNA-ANCHO(WS-COL-ACTUAL)).
           COMPUTE WS-RPT-PTR = WS-RPT-PTR
                              + WS-COLUMNA-ANCHO(WS-COL-ACTUAL) + 2.

           ADD 1 TO WS-SUB-AUX2.

       7160-TITULO-COLUMNA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7200-ESCRIBIR-LINEA-RPT.

           IF WS-CONT-LINEAS >= WS-LINEAS-PAGINA
               PERFORM 7100-ENCABEZADO-RPT
                  THRU 7100-ENCABEZADO-RPT-EXIT
           END-IF.

           WRITE FD-REG-SELRPT FROM WS-LINEA-RPT.
           ADD 1 TO WS-CONT-LINEAS.
           MOVE SPACES TO WS-LINEA-RPT.

       7200-ESCRIBIR-LINEA-RPT-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Convierte WS-CRI-VALOR con la forma DESDE-HASTA. Un solo valor
      * sin guion es DESDE = HASTA; el extremo que falta toma
      * WS-RNG-MIN o WS-RNG-MAX.
      *----------------------------------------------------------------*
       8100-CONVERTIR-RANGO.

           MOVE SPACES TO WS-RNG-DESDE-TXT WS-RNG-HASTA-TXT.
           MOVE ZERO   TO WS-RNG-LARGO-1 WS-RNG-LARGO-2
                          WS-RNG-GUIONES.

           INSPECT WS-CRI-VALOR TALLYING WS-RNG-GUIONES FOR ALL '-'.

           IF WS-RNG-GUIONES > 1
               SET WS-TARJETA-ERROR TO TRUE
               MOVE 'RANGO: DESDE-HASTA, SIN BLANCOS'
                 TO WS-ERROR-MOTIVO
               GO TO 8100-CONVERTIR-RANGO-EXIT
           END-IF.

           UNSTRING WS-CRI-VALOR DELIMITED BY '-' OR ALL SPACE
               INTO WS-RNG-DESDE-TXT COUNT IN WS-RNG-LARGO-1
                    WS-RNG-HASTA-TXT COUNT IN WS-RNG-LARGO-2
           END-UNSTRING.

           IF WS-RNG-LARGO-1 > 8 OR WS-RNG-LARGO-2 > 8
               SET WS-TARJETA-ERROR TO TRUE
               MOVE 'RANGO: VALOR DEMASIADO LARGO' TO WS-ERROR-MOTIVO
               GO TO 8100-CONVERTIR-RANGO-EXIT
           END-IF.

           IF WS-RNG-DESDE-TXT = SPACES
               IF WS-RNG-GUIONES = ZERO
                   SET WS-TARJETA-ERROR TO TRUE
                   MOVE 'RANGO: DESDE-HASTA, SIN BLANCOS'
                     TO WS-ERROR-MOTIVO
                   GO TO 8100-CONVERTIR-RANGO-EXIT
               END-IF
               MOVE WS-RNG-MIN TO WS-RNG-DESDE
           ELSE
               INSPECT WS-RNG-DESDE-TXT
                   REPLACING LEADING SPACE BY ZERO
               IF WS-RNG-DESDE-TXT IS NOT NUMERIC
                   SET WS-TARJETA-ERROR TO TRUE
                   MOVE 'RANGO: SOLO DIGITOS' TO WS-ERROR-MOTIVO
                   GO TO 8100-CONVERTIR-RANGO-EXIT
               END-IF
               MOVE WS-RNG-DESDE-NUM TO WS-RNG-DESDE
           END-IF.

           IF WS-RNG-GUIONES = ZERO
               IF WS-RNG-HASTA-TXT NOT = SPACES
                   SET WS-TARJETA-ERROR TO TRUE
                   MOVE 'RANGO: DESDE-HASTA, SIN BLANCOS'
                     TO WS-ERROR-MOTIVO
                   GO TO 8100-CONVERTIR-RANGO-EXIT
               END-IF
               MOVE WS-RNG-DESDE TO WS-RNG-HASTA
           ELSE
               IF WS-RNG-HASTA-TXT = SPACES
                   MOVE WS-RNG-MAX TO WS-RNG-HASTA
               ELSE
                   INSPECT WS-RNG-HASTA-TXT
                       REPLACING LEADING SPACE BY ZERO
                   IF WS-RNG-HASTA-TXT IS NOT NUMERIC
                       SET WS-TARJETA-ERROR TO TRUE
                       MOVE 'RANGO: SOLO DIGITOS' TO WS-ERROR-MOTIVO
                       GO TO 8100-CONVERTIR-RANGO-EXIT
                   END-IF
                   MOVE WS-RNG-HASTA-NUM TO WS-RNG-HASTA
               END-IF
           END-IF.

           IF WS-RNG-DESDE < WS-RNG-MIN
              OR WS-RNG-HASTA > WS-RNG-MAX
              OR WS-RNG-DESDE > WS-RNG-HASTA
               SET WS-TARJETA-ERROR TO TRUE
               MOVE 'RANGO: FUERA DE LIMITES O INVERTIDO'
                 TO WS-ERROR-MOTIVO
           END-IF.

       8100-CONVERTIR-RANGO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Rango de fechas AAAAMMDD. Un rango pedido deja afuera los
      * registros con la fecha en cero (por ejemplo, sin baja).
      *----------------------------------------------------------------*
       8150-CONVERTIR-FECHAS.

           MOVE ZERO     TO WS-RNG-MIN.
           MOVE 99999999 TO WS-RNG-MAX.
           PERFORM 8100-CONVERTIR-RANGO
              THRU 8100-CONVERTIR-RANGO-EXIT.

           IF WS-TARJETA-ERROR
               GO TO 8150-CONVERTIR-FECHAS-EXIT
           END-IF.

           IF WS-RNG-DESDE NOT = ZERO
               MOVE WS-RNG-DESDE TO WS-FECHA-VAL
               PERFORM 8160-VALIDAR-FECHA
                  THRU 8160-VALIDAR-FECHA-EXIT
           END-IF.

           IF WS-RNG-HASTA NOT = 99999999
               MOVE WS-RNG-HASTA TO WS-FECHA-VAL
               PERFORM 8160-VALIDAR-FECHA
                  THRU 8160-VALIDAR-FECHA-EXIT
           END-IF.

           IF WS-RNG-DESDE = ZERO
               MOVE 1 TO WS-RNG-DESDE
           END-IF.

       8150-CONVERTIR-FECHAS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       8160-VALIDAR-FECHA.

           IF WS-FVAL-AAAA < 1900
              OR WS-FVAL-MM < 1 OR WS-FVAL-MM > 12
              OR WS-FVAL-DD < 1
               SET WS-TARJETA-ERROR TO TRUE
               MOVE 'FECHA INVALIDA, USE AAAAMMDD' TO WS-ERROR-MOTIVO
               GO TO 8160-VALIDAR-FECHA-EXIT
           END-IF.

           MOVE WS-DIAS-MES(WS-FVAL-MM) TO WS-DIAS-TOPE.
           IF WS-FVAL-MM = 2
               PERFORM 8165-CONTROLAR-BISIESTO
                  THRU 8165-CONTROLAR-BISIESTO-EXIT
           END-IF.

           IF WS-FVAL-DD > WS-DIAS-TOPE
               SET WS-TARJETA-ERROR TO TRUE
               MOVE 'FECHA INEXISTENTE (DIA FUERA DEL MES)'
                 TO WS-ERROR-MOTIVO
           END-IF.

       8160-VALIDAR-FECHA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Febrero tiene 29 dias en los anos divisibles por 4, salvo los
      * seculares que no son divisibles por 400.
      *----------------------------------------------------------------*
       8165-CONTROLAR-BISIESTO.

           DIVIDE WS-FVAL-AAAA BY 4
               GIVING WS-ANO-COCIENTE REMAINDER WS-ANO-RESTO.
           IF WS-ANO-RESTO NOT = ZERO
               GO TO 8165-CONTROLAR-BISIESTO-EXIT
           END-IF.

           DIVIDE WS-FVAL-AAAA BY 100
               GIVING WS-ANO-COCIENTE REMAINDER WS-ANO-RESTO.
           IF WS-ANO-RESTO NOT = ZERO
               MOVE 29 TO WS-DIAS-TOPE
               GO TO 8165-CONTROLAR-BISIESTO-EXIT
           END-IF.

           DIVIDE WS-FVAL-AAAA BY 400
               GIVING WS-ANO-COCIENTE REMAINDER WS-ANO-RESTO.
           IF WS-ANO-RESTO = ZERO
               MOVE 29 TO WS-DIAS-TOPE
           END-IF.

       8165-CONTROLAR-BISIESTO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       8200-CONVERTIR-SI-NO.

           MOVE SPACE TO WS-SI-NO.

           EVALUATE WS-CRI-VALOR
               WHEN 'S'
               WHEN 'SI'
                   MOVE 'S' TO WS-SI-NO
                   ADD 1 TO WS-CANT-CRITERIOS
               WHEN 'N'
               WHEN 'NO'
                   MOVE 'N' TO WS-SI-NO
                   ADD 1 TO WS-CANT-CRITERIOS
               WHEN OTHER
                   SET WS-TARJETA-ERROR TO TRUE
                   MOVE 'VALOR: SI O NO' TO WS-ERROR-MOTIVO
           END-EVALUATE.

       8200-CONVERTIR-SI-NO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       8300-QUITAR-BLANCOS.

           MOVE ZERO TO WS-CANT-BLANCOS.
           INSPECT WS-TEXTO-AUX TALLYING WS-CANT-BLANCOS
               FOR LEADING SPACE.

           IF WS-CANT-BLANCOS > ZERO AND WS-CANT-BLANCOS < 80
               MOVE WS-TEXTO-AUX(WS-CANT-BLANCOS + 1:)
                 TO WS-TEXTO-AUX2
               MOVE WS-TEXTO-AUX2 TO WS-TEXTO-AUX
           END-IF.

       8300-QUITAR-BLANCOS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       9000-CERRAR-ARCHIVOS.

           CLOSE AUDLOG.
           CLOSE MAEUSU.
           CLOSE CONUSU.
           CLOSE SELRPT.
           CLOSE SELOUT.

       9000-CERRAR-ARCHIVOS-EXIT.

           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL08EJ26.
