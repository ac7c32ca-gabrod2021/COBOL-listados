      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL08EJ18.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONUSU ASSIGN TO "CONUSU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL08C-DNI OF FD-REG-CONUSU
               FILE STATUS IS WS-FS-CONUSU.

           SELECT LOCMAE ASSIGN TO "LOCMAE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL08L-CODIGO OF FD-REG-LOCMAE
               FILE STATUS IS WS-FS-LOCMAE.

           SELECT OPEMAE ASSIGN TO "OPEMAE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL08O-OPERADOR OF FD-REG-OPEMAE
               FILE STATUS IS WS-FS-OPEMAE.

           SELECT AUDLOG ASSIGN TO "AUDLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDLOG.

           SELECT LOCCTL ASSIGN TO "LOCCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOCCTL.

           SELECT LOCPRO ASSIGN TO "LOCPRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOCPRO.

           SELECT LOCCOR ASSIGN TO "LOCCOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOCCOR.

           SELECT LOCDEP ASSIGN TO "LOCDEP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOCDEP.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  CONUSU
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-CONUSU.
           COPY CL08CDET.

       FD  LOCMAE
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-LOCMAE.
           COPY CL08LDET.

       FD  OPEMAE
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-OPEMAE.
           COPY CL08ODET.

       FD  AUDLOG
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-AUDLOG.
           COPY CL08ADET.

       FD  LOCCTL
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-LOCCTL               PIC X(80).

       FD  LOCPRO
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-LOCPRO               PIC X(80).

       FD  LOCCOR
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-LOCCOR               PIC X(80).

       FD  LOCDEP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  FD-REG-LOCDEP               PIC X(133).

       WORKING-STORAGE SECTION.
           01 WS-LCL-TABLA.
              05 WS-LCL-ITEM OCCURS 500 TIMES.
                 10 WS-LCL-CODIGO        PIC X(04).
                 10 WS-LCL-NOMBRE        PIC X(20).
                 10 WS-LCL-NORMAL        PIC X(20).

           77 WS-LCL-CANT                PIC 9(04) COMP VALUE ZERO.
           77 WS-LCL-MAX                 PIC 9(04) COMP VALUE 500.
           77 WS-SUB-AUX                 PIC 9(04) COMP.
           77 WS-SUB-CAR                 PIC 9(02) COMP.
           77 WS-SUB-SAL                 PIC 9(02) COMP.
           77 WS-TABLA-LLENA-SW          PIC X(01) VALUE 'N'.
               88 WS-TABLA-LLENA                   VALUE 'S'.
           77 WS-FIN-LOCMAE-SW           PIC X(01) VALUE 'N'.
               88 WS-FIN-LOCMAE                    VALUE 'S'.
           77 WS-FIN-CONTACTOS-SW        PIC X(01) VALUE 'N'.
               88 WS-FIN-CONTACTOS                 VALUE 'S'.
           77 WS-FIN-CORRECCIONES-SW     PIC X(01) VALUE 'N'.
               88 WS-FIN-CORRECCIONES              VALUE 'S'.
           77 WS-LOC-HALLADO-SW          PIC X(01) VALUE 'N'.
               88 WS-LOC-HALLADO                   VALUE 'S'.

      * Busqueda de la localidad mas parecida: se comparan los nombres
      * en mayusculas y sin espacios ni signos; pesa el doble el tramo
      * inicial comun. Debajo del puntaje minimo no se sugiere nada.
           01 WS-SUGERENCIA.
              05 WS-NORM-ENTRADA         PIC X(20).
              05 WS-NORM-SALIDA          PIC X(20).
              05 WS-NORM-CONTACTO        PIC X(20).
              05 WS-CAR-AUX              PIC X(01).
              05 WS-PREFIJO-SW           PIC X(01).
                 88 WS-EN-PREFIJO                 VALUE 'S'.
              05 WS-PUNTAJE              PIC 9(03) COMP.
              05 WS-MEJOR-PUNTAJE        PIC 9(03) COMP.
              05 WS-MEJOR-SUB            PIC 9(04) COMP.

           77 WS-PUNTAJE-MINIMO          PIC 9(03) COMP VALUE 6.
           77 WS-PUNTAJE-EXACTO          PIC 9(03) COMP VALUE 99.

           01 WS-CONTADORES.
              05 WS-CANT-LEIDOS          PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-VALIDOS         PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-INVALIDOS       PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-CON-SUGERENCIA  PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-SIN-SUGERENCIA  PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-NO-APROBADAS    PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-APLICADAS       PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-RECHAZADAS      PIC 9(06) COMP VALUE ZERO.

           01 WS-PARM-LOCCTL.
              05 WS-PARM-MODO            PIC X(01).
                 88 WS-MODO-LISTAR                VALUE 'L' 'l'.
                 88 WS-MODO-APLICAR               VALUE 'A' 'a'.
              05 WS-PARM-OPERADOR        PIC X(08).
              05 WS-PARM-CLAVE           PIC X(08).
              05 FILLER                  PIC X(63).

      * Registro de LOCPRO y LOCCOR, en columnas fijas para poder
      * editarlo: el listado propone la correccion con APROBADO en 'N'
      * y el supervisor marca con 'S' (y si hace falta cambia el codigo)
      * las que se aplican, entregando el archivo como LOCCOR.
           01 WS-REG-CORRECCION.
              05 WS-COR-DNI-TXT          PIC X(08).
              05 WS-COR-DNI REDEFINES WS-COR-DNI-TXT
                                         PIC 9(08).
              05 WS-COR-APROBADO         PIC X(01).
                 88 WS-COR-APROBADA               VALUE 'S' 's'.
              05 WS-COR-CODIGO           PIC X(04).
              05 WS-COR-LOC-ACTUAL       PIC X(20).
              05 WS-COR-LOC-SUGERIDA     PIC X(20).
              05 FILLER                  PIC X(27).

           01 WS-INGRESOS.
              05 WS-SIGNON-SW            PIC X(01) VALUE 'N'.
                 88 WS-SIGNON-OK                  VALUE 'S'.
              05 WS-EXISTE-SW            PIC X(01) VALUE 'N'.
                 88 WS-REGISTRO-EXISTE            VALUE 'S'.
              05 WS-LOCCTL-USADO-SW      PIC X(01) VALUE 'N'.
                 88 WS-LOCCTL-USADO               VALUE 'S'.

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
           77 WS-NIVEL-OPERADOR          PIC 9(01) VALUE 1.
               88 WS-NIVEL-SUPERVISOR              VALUE 2 THRU 9.
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
              05 WS-FS-CONUSU           PIC X(02) VALUE '00'.
                 88 WS-FS-CONUSU-OK              VALUE '00'.
              05 WS-FS-LOCMAE           PIC X(02) VALUE '00'.
                 88 WS-FS-LOCMAE-OK              VALUE '00'.
              05 WS-FS-OPEMAE           PIC X(02) VALUE '00'.
                 88 WS-FS-OPEMAE-OK              VALUE '00'.
              05 WS-FS-AUDLOG           PIC X(02) VALUE '00'.
                 88 WS-FS-AUDLOG-OK              VALUE '00'.
              05 WS-FS-LOCCTL           PIC X(02) VALUE '00'.
                 88 WS-FS-LOCCTL-OK              VALUE '00'.
              05 WS-FS-LOCPRO           PIC X(02) VALUE '00'.
                 88 WS-FS-LOCPRO-OK              VALUE '00'.
              05 WS-FS-LOCCOR           PIC X(02) VALUE '00'.
                 88 WS-FS-LOCCOR-OK              VALUE '00'.
                 88 WS-FS-LOCCOR-EOF             VALUE '10'.
              05 WS-FS-LOCDEP           PIC X(02) VALUE '00'.
                 88 WS-FS-LOCDEP-OK              VALUE '00'.

           01 WS-REG-AUDLOG.
              COPY CL08ADET.

           01 WS-LINEA-RPT                PIC X(133).

           77 WS-NUM-PAGINA               PIC 9(04) COMP VALUE ZERO.
           77 WS-LINEAS-PAGINA            PIC 9(02) COMP VALUE 50.
           77 WS-CONT-LINEAS              PIC 9(02) COMP VALUE ZERO.

           01 WS-TITULOS.
              05 WS-TIT-LINEA-1       PIC X(80).
              05 WS-TITULO-LISTA.
                 10 FILLER            PIC X(03) VALUE SPACES.
                 10 FILLER            PIC X(10) VALUE 'DNI       '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(20) VALUE
                                               'Localidad registrada'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(04) VALUE 'COD.'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(20) VALUE
                                               'Sugerencia          '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(24) VALUE
                                       'Observacion             '.
              05 WS-TITULO-APLICA.
                 10 FILLER            PIC X(03) VALUE SPACES.
                 10 FILLER            PIC X(10) VALUE 'DNI       '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(20) VALUE
                                               'Localidad anterior  '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(04) VALUE 'COD.'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(20) VALUE
                                               'Localidad nueva     '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(24) VALUE
                                       'Resultado               '.

           01 WS-ENCAB-RPT.
              05 FILLER                PIC X(01) VALUE SPACE.
              05 FILLER                PIC X(27) VALUE
                       'DEPURACION DE LOCALIDADES -'.
              05 FILLER                PIC X(01) VALUE SPACE.
              05 WS-ENCAB-MODO         PIC X(12).
              05 FILLER                PIC X(07) VALUE 'FECHA: '.
              05 WS-ENCAB-FECHA        PIC 9999/99/99.
              05 FILLER                PIC X(05) VALUE SPACES.
              05 FILLER                PIC X(08) VALUE 'PAGINA: '.
              05 WS-ENCAB-PAGINA       PIC ZZZ9.
              05 FILLER                PIC X(58) VALUE SPACES.

           01 WS-FILA-LOC.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-FILA-DNI           PIC 99.999.999.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-LOC-ACTUAL    PIC X(20).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-CODIGO        PIC X(04).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-LOC-NUEVA     PIC X(20).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-OBSERVACION   PIC X(24).
              05 FILLER                PIC X(44) VALUE SPACES.

           01 WS-FILA-TOTAL.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-TOT-ETIQUETA       PIC X(40).
              05 WS-TOT-VALOR          PIC ZZZZZ9.
              05 FILLER                PIC X(84) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 0000-INICIAR-PROGRAMA
              THRU 0000-INICIAR-PROGRAMA-EXIT.

           IF WS-MODO-LISTAR
               PERFORM 1000-RECORRER-CONTACTOS
                  THRU 1000-RECORRER-CONTACTOS-EXIT WITH TEST BEFORE
                 UNTIL WS-FIN-CONTACTOS
           ELSE
               PERFORM 2000-APLICAR-CORRECCION
                  THRU 2000-APLICAR-CORRECCION-EXIT WITH TEST BEFORE
                 UNTIL WS-FIN-CORRECCIONES
           END-IF.

           PERFORM 4000-TOTALES
              THRU 4000-TOTALES-EXIT.

           PERFORM 9000-CERRAR-ARCHIVOS
              THRU 9000-CERRAR-ARCHIVOS-EXIT.

           DISPLAY "Depuracion de localidades finalizada.".
           IF WS-MODO-LISTAR
               DISPLAY "  Contactos leidos ....: " WS-CANT-LEIDOS
               DISPLAY "  Localidad valida ....: " WS-CANT-VALIDOS
               DISPLAY "  Localidad no valida .: " WS-CANT-INVALIDOS
               DISPLAY "  Con sugerencia ......: "
                       WS-CANT-CON-SUGERENCIA
           ELSE
               DISPLAY "  Lineas leidas .......: " WS-CANT-LEIDOS
               DISPLAY "  No aprobadas ........: " WS-CANT-NO-APROBADAS
               DISPLAY "  Aplicadas ...........: " WS-CANT-APLICADAS
               DISPLAY "  Rechazadas ..........: " WS-CANT-RECHAZADAS
           END-IF.

           GOBACK.
      *----------------------------------------------------------------*
       0000-INICIAR-PROGRAMA.

           MOVE ALL '+-'    TO WS-TIT-LINEA-1.

           ACCEPT WS-FECHA-NUM-GRP FROM DATE YYYYMMDD.

           ACCEPT WS-HORA-RAW FROM TIME.
           MOVE WS-HORA-RAW(1:6) TO WS-HORA-HHMMSS.

           DISPLAY "Depuracion de localidades de contacto - CL08EJ18".

           PERFORM 0100-LEER-LOCCTL
              THRU 0100-LEER-LOCCTL-EXIT.

           IF NOT WS-LOCCTL-USADO
               DISPLAY "Modo (L-Listar diferencias  A-Aplicar "
                       "correcciones):"
               ACCEPT WS-PARM-MODO
           END-IF.

           IF NOT WS-MODO-LISTAR
              AND NOT WS-MODO-APLICAR
               DISPLAY "Modo invalido, no se procesa nada."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT LOCMAE.
           IF NOT WS-FS-LOCMAE-OK
               DISPLAY "No se pudo abrir LOCMAE, status " WS-FS-LOCMAE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0300-CARGAR-LOCALIDADES
              THRU 0300-CARGAR-LOCALIDADES-EXIT WITH TEST BEFORE
             UNTIL WS-FIN-LOCMAE.

           IF WS-LCL-CANT = ZERO
               DISPLAY "El maestro de localidades esta vacio, "
                       "carguelo desde CL08EJ02 antes de depurar."
               CLOSE LOCMAE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-MODO-APLICAR
               PERFORM 0200-VALIDAR-SUPERVISOR
                  THRU 0200-VALIDAR-SUPERVISOR-EXIT
               IF NOT WS-SIGNON-OK
                   DISPLAY "Las correcciones solo las aplica un "
                           "supervisor habilitado."
                   IF WS-FS-AUDLOG-OK
                       CLOSE AUDLOG
                   END-IF
                   CLOSE LOCMAE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN I-O CONUSU
           ELSE
               OPEN INPUT CONUSU
           END-IF.

           IF NOT WS-FS-CONUSU-OK
               DISPLAY "No se pudo abrir CONUSU, status " WS-FS-CONUSU
               IF WS-MODO-APLICAR
                   CLOSE AUDLOG
               END-IF
               CLOSE LOCMAE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT LOCDEP.
           IF NOT WS-FS-LOCDEP-OK
               DISPLAY "No se pudo abrir LOCDEP, status " WS-FS-LOCDEP
               IF WS-MODO-APLICAR
                   CLOSE AUDLOG
               END-IF
               CLOSE LOCMAE
               CLOSE CONUSU
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-MODO-LISTAR
               MOVE 'LISTADO     ' TO WS-ENCAB-MODO
               OPEN OUTPUT LOCPRO
               IF NOT WS-FS-LOCPRO-OK
                   DISPLAY "No se pudo abrir LOCPRO, status "
                           WS-FS-LOCPRO
                   CLOSE LOCMAE
                   CLOSE CONUSU
                   CLOSE LOCDEP
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE ZERO TO CL08C-DNI OF FD-REG-CONUSU
               START CONUSU KEY NOT LESS THAN CL08C-DNI OF FD-REG-CONUSU
                   INVALID KEY
                       SET WS-FIN-CONTACTOS TO TRUE
               END-START
           ELSE
               MOVE 'APLICACION  ' TO WS-ENCAB-MODO
               OPEN INPUT LOCCOR
               IF NOT WS-FS-LOCCOR-OK
                   DISPLAY "No se pudo abrir LOCCOR, status "
                           WS-FS-LOCCOR
                   CLOSE AUDLOG
                   CLOSE LOCMAE
                   CLOSE CONUSU
                   CLOSE LOCDEP
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           PERFORM 7100-ENCABEZADO-RPT
              THRU 7100-ENCABEZADO-RPT-EXIT.

       0000-INICIAR-PROGRAMA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       0100-LEER-LOCCTL.

           OPEN INPUT LOCCTL.
           IF NOT WS-FS-LOCCTL-OK
               GO TO 0100-LEER-LOCCTL-EXIT
           END-IF.

           READ LOCCTL NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

           IF WS-FS-LOCCTL-OK
              AND FD-REG-LOCCTL NOT = SPACES
               MOVE FD-REG-LOCCTL TO WS-PARM-LOCCTL
               SET WS-LOCCTL-USADO TO TRUE
               DISPLAY "Parametros tomados de LOCCTL."
           END-IF.

           CLOSE LOCCTL.

       0100-LEER-LOCCTL-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       0200-VALIDAR-SUPERVISOR.

           MOVE 'N' TO WS-SIGNON-SW.
           MOVE 'N' TO WS-EXISTE-SW.

           IF WS-LOCCTL-USADO
               MOVE WS-PARM-OPERADOR TO WS-OPERADOR
               MOVE WS-PARM-CLAVE    TO WS-CLAVE-ENTRADA
           ELSE
               DISPLAY "Identificacion de operador:"
               ACCEPT WS-OPERADOR
               DISPLAY "Clave de acceso:"
               ACCEPT WS-CLAVE-ENTRADA
           END-IF.

           OPEN EXTEND AUDLOG.
           IF NOT WS-FS-AUDLOG-OK
               OPEN OUTPUT AUDLOG
           END-IF.
           IF NOT WS-FS-AUDLOG-OK
               DISPLAY "No se pudo abrir AUDLOG, status " WS-FS-AUDLOG
               GO TO 0200-VALIDAR-SUPERVISOR-EXIT
           END-IF.

           OPEN I-O OPEMAE.
           IF NOT WS-FS-OPEMAE-OK
               DISPLAY "No se pudo abrir OPEMAE, status " WS-FS-OPEMAE
               GO TO 0200-VALIDAR-SUPERVISOR-EXIT
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
               GO TO 0200-VALIDAR-SUPERVISOR-FIN
           END-IF.

           IF CL08O-CLAVE OF FD-REG-OPEMAE NOT = WS-CLAVE-ENTRADA
               PERFORM 0210-REGISTRAR-FALLO
                  THRU 0210-REGISTRAR-FALLO-EXIT
               GO TO 0200-VALIDAR-SUPERVISOR-FIN
           END-IF.

           PERFORM 0220-CONTROLAR-VIGENCIA
              THRU 0220-CONTROLAR-VIGENCIA-EXIT.

           IF WS-CLAVE-VENCIDA
               DISPLAY "La clave es inicial o esta vencida, "
                       "cambiela en CL08EJ02 antes de aplicar."
               MOVE 'F'  TO WS-ACCION-AUDIT
               MOVE ZERO TO WS-DNI-NUM
               PERFORM 6100-GRABAR-AUDITORIA
                  THRU 6100-GRABAR-AUDITORIA-EXIT
               GO TO 0200-VALIDAR-SUPERVISOR-FIN
           END-IF.

           MOVE CL08O-NIVEL OF FD-REG-OPEMAE TO WS-NIVEL-OPERADOR.

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

           IF NOT WS-NIVEL-SUPERVISOR
               DISPLAY "La aplicacion de correcciones requiere "
                       "nivel supervisor."
               MOVE 'X'  TO WS-ACCION-AUDIT
               MOVE ZERO TO WS-DNI-NUM
               PERFORM 6100-GRABAR-AUDITORIA
                  THRU 6100-GRABAR-AUDITORIA-EXIT
               GO TO 0200-VALIDAR-SUPERVISOR-FIN
           END-IF.

           SET WS-SIGNON-OK TO TRUE.

       0200-VALIDAR-SUPERVISOR-FIN.

           CLOSE OPEMAE.

       0200-VALIDAR-SUPERVISOR-EXIT.

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
       0300-CARGAR-LOCALIDADES.

           READ LOCMAE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

           IF NOT WS-FS-LOCMAE-OK
               SET WS-FIN-LOCMAE TO TRUE
               GO TO 0300-CARGAR-LOCALIDADES-EXIT
           END-IF.

           IF WS-LCL-CANT >= WS-LCL-MAX
               SET WS-TABLA-LLENA TO TRUE
               SET WS-FIN-LOCMAE TO TRUE
               GO TO 0300-CARGAR-LOCALIDADES-EXIT
           END-IF.

           ADD 1 TO WS-LCL-CANT.
           MOVE CL08L-CODIGO OF FD-REG-LOCMAE
             TO WS-LCL-CODIGO(WS-LCL-CANT).
           MOVE CL08L-NOMBRE OF FD-REG-LOCMAE
             TO WS-LCL-NOMBRE(WS-LCL-CANT).

           MOVE CL08L-NOMBRE OF FD-REG-LOCMAE TO WS-NORM-ENTRADA.
           PERFORM 8000-NORMALIZAR-NOMBRE
              THRU 8000-NORMALIZAR-NOMBRE-EXIT.
           MOVE WS-NORM-SALIDA TO WS-LCL-NORMAL(WS-LCL-CANT).

       0300-CARGAR-LOCALIDADES-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1000-RECORRER-CONTACTOS.

           READ CONUSU NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

           IF NOT WS-FS-CONUSU-OK
               SET WS-FIN-CONTACTOS TO TRUE
               GO TO 1000-RECORRER-CONTACTOS-EXIT
           END-IF.

           ADD 1 TO WS-CANT-LEIDOS.

           MOVE 'N' TO WS-LOC-HALLADO-SW.
           MOVE 1 TO WS-SUB-AUX.
           PERFORM 1100-BUSCAR-EXACTA
              THRU 1100-BUSCAR-EXACTA-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-AUX > WS-LCL-CANT
                OR WS-LOC-HALLADO.

           IF WS-LOC-HALLADO
               ADD 1 TO WS-CANT-VALIDOS
               GO TO 1000-RECORRER-CONTACTOS-EXIT
           END-IF.

           ADD 1 TO WS-CANT-INVALIDOS.

           PERFORM 1200-BUSCAR-SUGERENCIA
              THRU 1200-BUSCAR-SUGERENCIA-EXIT.

           PERFORM 1300-LISTAR-DIFERENCIA
              THRU 1300-LISTAR-DIFERENCIA-EXIT.

       1000-RECORRER-CONTACTOS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1100-BUSCAR-EXACTA.

           IF CL08C-LOCALIDAD OF FD-REG-CONUSU
              = WS-LCL-NOMBRE(WS-SUB-AUX)
               SET WS-LOC-HALLADO TO TRUE
           END-IF.

           ADD 1 TO WS-SUB-AUX.

       1100-BUSCAR-EXACTA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1200-BUSCAR-SUGERENCIA.

           MOVE ZERO TO WS-MEJOR-PUNTAJE
                        WS-MEJOR-SUB.

           IF CL08C-LOCALIDAD OF FD-REG-CONUSU = SPACES
               GO TO 1200-BUSCAR-SUGERENCIA-EXIT
           END-IF.

           MOVE CL08C-LOCALIDAD OF FD-REG-CONUSU TO WS-NORM-ENTRADA.
           PERFORM 8000-NORMALIZAR-NOMBRE
              THRU 8000-NORMALIZAR-NOMBRE-EXIT.
           MOVE WS-NORM-SALIDA TO WS-NORM-CONTACTO.

           MOVE 1 TO WS-SUB-AUX.
           PERFORM 1210-PUNTUAR-LOCALIDAD
              THRU 1210-PUNTUAR-LOCALIDAD-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-AUX > WS-LCL-CANT.

           IF WS-MEJOR-PUNTAJE < WS-PUNTAJE-MINIMO
               MOVE ZERO TO WS-MEJOR-SUB
           END-IF.

       1200-BUSCAR-SUGERENCIA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1210-PUNTUAR-LOCALIDAD.

           IF WS-NORM-CONTACTO = WS-LCL-NORMAL(WS-SUB-AUX)
               MOVE WS-PUNTAJE-EXACTO TO WS-PUNTAJE
           ELSE
               MOVE ZERO TO WS-PUNTAJE
               MOVE 'S'  TO WS-PREFIJO-SW
               MOVE 1    TO WS-SUB-CAR
               PERFORM 1220-COMPARAR-CARACTER
                  THRU 1220-COMPARAR-CARACTER-EXIT WITH TEST BEFORE
                 UNTIL WS-SUB-CAR > 20
           END-IF.

           IF WS-PUNTAJE > WS-MEJOR-PUNTAJE
               MOVE WS-PUNTAJE TO WS-MEJOR-PUNTAJE
               MOVE WS-SUB-AUX TO WS-MEJOR-SUB
           END-IF.

           ADD 1 TO WS-SUB-AUX.

       1210-PUNTUAR-LOCALIDAD-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1220-COMPARAR-CARACTER.

           IF WS-NORM-CONTACTO(WS-SUB-CAR:1) NOT = SPACE
              AND WS-NORM-CONTACTO(WS-SUB-CAR:1)
                = WS-LCL-NORMAL(WS-SUB-AUX)(WS-SUB-CAR:1)
               ADD 1 TO WS-PUNTAJE
               IF WS-EN-PREFIJO
                   ADD 1 TO WS-PUNTAJE
               END-IF
           ELSE
               MOVE 'N' TO WS-PREFIJO-SW
           END-IF.

           ADD 1 TO WS-SUB-CAR.

       1220-COMPARAR-CARACTER-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1300-LISTAR-DIFERENCIA.

           MOVE CL08C-DNI OF FD-REG-CONUSU       TO WS-FILA-DNI.
           MOVE CL08C-LOCALIDAD OF FD-REG-CONUSU TO WS-FILA-LOC-ACTUAL.

           MOVE SPACES TO WS-REG-CORRECCION.
           MOVE CL08C-DNI OF FD-REG-CONUSU       TO WS-COR-DNI.
           MOVE 'N'                              TO WS-COR-APROBADO.
           MOVE CL08C-LOCALIDAD OF FD-REG-CONUSU TO WS-COR-LOC-ACTUAL.

           IF WS-MEJOR-SUB = ZERO
               ADD 1 TO WS-CANT-SIN-SUGERENCIA
               MOVE SPACES TO WS-FILA-CODIGO
                              WS-FILA-LOC-NUEVA
               IF CL08C-LOCALIDAD OF FD-REG-CONUSU = SPACES
                   MOVE 'SIN LOCALIDAD CARGADA' TO WS-FILA-OBSERVACION
               ELSE
                   MOVE 'SIN SUGERENCIA'        TO WS-FILA-OBSERVACION
               END-IF
           ELSE
               ADD 1 TO WS-CANT-CON-SUGERENCIA
               MOVE WS-LCL-CODIGO(WS-MEJOR-SUB) TO WS-FILA-CODIGO
                                                   WS-COR-CODIGO
               MOVE WS-LCL-NOMBRE(WS-MEJOR-SUB) TO WS-FILA-LOC-NUEVA
                                                   WS-COR-LOC-SUGERIDA
               IF WS-MEJOR-PUNTAJE = WS-PUNTAJE-EXACTO
                   MOVE 'DIFIERE EN FORMA'      TO WS-FILA-OBSERVACION
               ELSE
                   MOVE 'SUGERENCIA APROXIMADA' TO WS-FILA-OBSERVACION
               END-IF
           END-IF.

           PERFORM 7150-ESCRIBIR-DETALLE-RPT
              THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT.

           WRITE FD-REG-LOCPRO FROM WS-REG-CORRECCION.

       1300-LISTAR-DIFERENCIA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2000-APLICAR-CORRECCION.

           READ LOCCOR NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

           IF NOT WS-FS-LOCCOR-OK
               SET WS-FIN-CORRECCIONES TO TRUE
               GO TO 2000-APLICAR-CORRECCION-EXIT
           END-IF.

           IF FD-REG-LOCCOR = SPACES
              OR FD-REG-LOCCOR(1:1) = '*'
               GO TO 2000-APLICAR-CORRECCION-EXIT
           END-IF.

           ADD 1 TO WS-CANT-LEIDOS.

           MOVE FD-REG-LOCCOR TO WS-REG-CORRECCION.

           IF NOT WS-COR-APROBADA
               ADD 1 TO WS-CANT-NO-APROBADAS
               GO TO 2000-APLICAR-CORRECCION-EXIT
           END-IF.

           MOVE WS-COR-DNI-TXT    TO WS-FILA-DNI.
           MOVE WS-COR-LOC-ACTUAL TO WS-FILA-LOC-ACTUAL.
           MOVE WS-COR-CODIGO     TO WS-FILA-CODIGO.
           MOVE SPACES            TO WS-FILA-LOC-NUEVA.

           IF WS-COR-DNI-TXT IS NOT NUMERIC
               MOVE ZERO TO WS-FILA-DNI
               MOVE 'RECHAZADA: DNI INVALIDO' TO WS-FILA-OBSERVACION
               GO TO 2000-APLICAR-CORRECCION-RECH
           END-IF.

           MOVE WS-COR-CODIGO TO CL08L-CODIGO OF FD-REG-LOCMAE.
           READ LOCMAE
               INVALID KEY
                   MOVE 'RECHAZADA: COD. INEXIST.'
                     TO WS-FILA-OBSERVACION
                   GO TO 2000-APLICAR-CORRECCION-RECH
           END-READ.

           MOVE CL08L-NOMBRE OF FD-REG-LOCMAE TO WS-FILA-LOC-NUEVA.

           MOVE WS-COR-DNI TO CL08C-DNI OF FD-REG-CONUSU.
           READ CONUSU
               INVALID KEY
                   MOVE 'RECHAZADA: SIN CONTACTO' TO WS-FILA-OBSERVACION
                   GO TO 2000-APLICAR-CORRECCION-RECH
           END-READ.

      *    Si el contacto cambio despues del listado no se pisa.
           IF CL08C-LOCALIDAD OF FD-REG-CONUSU NOT = WS-COR-LOC-ACTUAL
               MOVE 'RECHAZADA: YA MODIFICADO' TO WS-FILA-OBSERVACION
               GO TO 2000-APLICAR-CORRECCION-RECH
           END-IF.

           MOVE CL08L-NOMBRE OF FD-REG-LOCMAE
             TO CL08C-LOCALIDAD OF FD-REG-CONUSU.

           REWRITE FD-REG-CONUSU
               INVALID KEY
                   MOVE 'RECHAZADA: ERROR GRABAR' TO WS-FILA-OBSERVACION
                   GO TO 2000-APLICAR-CORRECCION-RECH
           END-REWRITE.

           ADD 1 TO WS-CANT-APLICADAS.
           MOVE 'APLICADA' TO WS-FILA-OBSERVACION.
           PERFORM 7150-ESCRIBIR-DETALLE-RPT
              THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT.

           MOVE WS-COR-DNI TO WS-DNI-NUM.
           MOVE 'D'        TO WS-ACCION-AUDIT.
           PERFORM 6100-GRABAR-AUDITORIA
              THRU 6100-GRABAR-AUDITORIA-EXIT.

           GO TO 2000-APLICAR-CORRECCION-EXIT.

       2000-APLICAR-CORRECCION-RECH.

           ADD 1 TO WS-CANT-RECHAZADAS.
           PERFORM 7150-ESCRIBIR-DETALLE-RPT
              THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT.

       2000-APLICAR-CORRECCION-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4000-TOTALES.

           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-LOCDEP FROM WS-LINEA-RPT.

           IF WS-MODO-APLICAR
               PERFORM 4100-TOTALES-APLICACION
                  THRU 4100-TOTALES-APLICACION-EXIT
               GO TO 4000-TOTALES-EXIT
           END-IF.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'CONTACTOS LEIDOS .....................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-LEIDOS TO WS-TOT-VALOR.
           WRITE FD-REG-LOCDEP FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'LOCALIDAD VALIDA .....................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-VALIDOS TO WS-TOT-VALOR.
           WRITE FD-REG-LOCDEP FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'LOCALIDAD NO VALIDA ..................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-INVALIDOS TO WS-TOT-VALOR.
           WRITE FD-REG-LOCDEP FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE '  CON SUGERENCIA .....................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-CON-SUGERENCIA TO WS-TOT-VALOR.
           WRITE FD-REG-LOCDEP FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE '  SIN SUGERENCIA .....................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-SIN-SUGERENCIA TO WS-TOT-VALOR.
           WRITE FD-REG-LOCDEP FROM WS-FILA-TOTAL.

           IF WS-TABLA-LLENA
               MOVE SPACES TO WS-LINEA-RPT
               STRING '   AVISO: TABLA DE LOCALIDADES COMPLETA, '
                      'CONTROL PARCIAL' DELIMITED BY SIZE
                 INTO WS-LINEA-RPT
               WRITE FD-REG-LOCDEP FROM WS-LINEA-RPT
           END-IF.

       4000-TOTALES-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4100-TOTALES-APLICACION.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'LINEAS DE CORRECCION LEIDAS ..........: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-LEIDOS TO WS-TOT-VALOR.
           WRITE FD-REG-LOCDEP FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'NO APROBADAS (SE IGNORAN) ............: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-NO-APROBADAS TO WS-TOT-VALOR.
           WRITE FD-REG-LOCDEP FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'CORRECCIONES APLICADAS ...............: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-APLICADAS TO WS-TOT-VALOR.
           WRITE FD-REG-LOCDEP FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'CORRECCIONES RECHAZADAS ..............: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-RECHAZADAS TO WS-TOT-VALOR.
           WRITE FD-REG-LOCDEP FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-LINEA-RPT.
           STRING '   APROBADO POR EL SUPERVISOR ' DELIMITED BY SIZE
                  WS-OPERADOR                      DELIMITED BY SIZE
             INTO WS-LINEA-RPT.
           WRITE FD-REG-LOCDEP FROM WS-LINEA-RPT.

       4100-TOTALES-APLICACION-EXIT.

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
       7100-ENCABEZADO-RPT.

           ADD 1 TO WS-NUM-PAGINA.

           MOVE WS-FECHA-NUM    TO WS-ENCAB-FECHA.
           MOVE WS-NUM-PAGINA   TO WS-ENCAB-PAGINA.

           WRITE FD-REG-LOCDEP FROM WS-ENCAB-RPT.
           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-LOCDEP FROM WS-LINEA-RPT.
           WRITE FD-REG-LOCDEP FROM WS-TIT-LINEA-1.
           IF WS-MODO-LISTAR
               WRITE FD-REG-LOCDEP FROM WS-TITULO-LISTA
           ELSE
               WRITE FD-REG-LOCDEP FROM WS-TITULO-APLICA
           END-IF.
           WRITE FD-REG-LOCDEP FROM WS-TIT-LINEA-1.

           MOVE ZERO TO WS-CONT-LINEAS.

       7100-ENCABEZADO-RPT-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7150-ESCRIBIR-DETALLE-RPT.

           IF WS-CONT-LINEAS >= WS-LINEAS-PAGINA
               PERFORM 7100-ENCABEZADO-RPT
                  THRU 7100-ENCABEZADO-RPT-EXIT
           END-IF.

           WRITE FD-REG-LOCDEP FROM WS-FILA-LOC.
           ADD 1 TO WS-CONT-LINEAS.

       7150-ESCRIBIR-DETALLE-RPT-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Deja en WS-NORM-SALIDA el nombre de WS-NORM-ENTRADA en
      * mayusculas, sin espacios, puntos, comas ni guiones.
      *----------------------------------------------------------------*
       8000-NORMALIZAR-NOMBRE.

           INSPECT WS-NORM-ENTRADA
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE SPACES TO WS-NORM-SALIDA.
           MOVE ZERO   TO WS-SUB-SAL.

           MOVE 1 TO WS-SUB-CAR.
           PERFORM 8010-COPIAR-CARACTER
              THRU 8010-COPIAR-CARACTER-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-CAR > 20.

       8000-NORMALIZAR-NOMBRE-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       8010-COPIAR-CARACTER.

           MOVE WS-NORM-ENTRADA(WS-SUB-CAR:1) TO WS-CAR-AUX.

           IF WS-CAR-AUX NOT = SPACE AND '.' AND ',' AND '-'
               ADD 1 TO WS-SUB-SAL
               MOVE WS-CAR-AUX TO WS-NORM-SALIDA(WS-SUB-SAL:1)
           END-IF.

           ADD 1 TO WS-SUB-CAR.

       8010-COPIAR-CARACTER-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       9000-CERRAR-ARCHIVOS.

           CLOSE LOCMAE.
           CLOSE CONUSU.
           CLOSE LOCDEP.
           IF WS-MODO-LISTAR
               CLOSE LOCPRO
           ELSE
               CLOSE LOCCOR
               CLOSE AUDLOG
           END-IF.

       9000-CERRAR-ARCHIVOS-EXIT.

           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL08EJ18.
