      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL08EJ24.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CALRPT ASSIGN TO "CALRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CALRPT.

           SELECT CALHIS ASSIGN TO "CALHIS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CALHIS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  MAEUSU
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-MAEUSU.
           COPY CL08UDET.

       FD  CONUSU
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-CONUSU.
           COPY CL08CDET.

       FD  CALRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  FD-REG-CALRPT               PIC X(133).

       FD  CALHIS
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-CALHIS               PIC X(68).

       WORKING-STORAGE SECTION.
      * Reglas de calidad: descripcion, severidad (A alta, M media,
      * B baja) y nivel para quedarse con la mas grave de cada registro.
           01 WS-REGLAS-VALORES.
              05 FILLER.
                 10 FILLER             PIC X(40) VALUE
                    'DIGITOS EN NOMBRE O APELLIDO'.
                 10 FILLER             PIC X(01) VALUE 'A'.
                 10 FILLER             PIC 9(01) VALUE 3.
              05 FILLER.
                 10 FILLER             PIC X(40) VALUE
                    'NOMBRE VACIO O CON BLANCOS AL INICIO'.
                 10 FILLER             PIC X(01) VALUE 'M'.
                 10 FILLER             PIC 9(01) VALUE 2.
              05 FILLER.
                 10 FILLER             PIC X(40) VALUE
                    'MAYUSCULAS Y MINUSCULAS MEZCLADAS'.
                 10 FILLER             PIC X(01) VALUE 'B'.
                 10 FILLER             PIC 9(01) VALUE 1.
              05 FILLER.
                 10 FILLER             PIC X(40) VALUE
                    'ANO DE NACIMIENTO NO COINCIDE CON EDAD'.
                 10 FILLER             PIC X(01) VALUE 'A'.
                 10 FILLER             PIC 9(01) VALUE 3.
              05 FILLER.
                 10 FILLER             PIC X(40) VALUE
                    'ACTIVO SIN DATOS DE CONTACTO'.
                 10 FILLER             PIC X(01) VALUE 'M'.
                 10 FILLER             PIC 9(01) VALUE 2.
              05 FILLER.
                 10 FILLER             PIC X(40) VALUE
                    'EMAIL SIN ARROBA'.
                 10 FILLER             PIC X(01) VALUE 'M'.
                 10 FILLER             PIC 9(01) VALUE 2.
              05 FILLER.
                 10 FILLER             PIC X(40) VALUE
                    'TELEFONO CON CARACTERES NO NUMERICOS'.
                 10 FILLER             PIC X(01) VALUE 'B'.
                 10 FILLER             PIC 9(01) VALUE 1.

           01 WS-TABLA-REGLAS REDEFINES WS-REGLAS-VALORES.
              05 WS-REGLA OCCURS 7 TIMES.
                 10 WS-REGLA-DESC      PIC X(40).
                 10 WS-REGLA-SEV       PIC X(01).
                 10 WS-REGLA-NIVEL     PIC 9(01).

           77 WS-CANT-REGLAS             PIC 9(02) COMP VALUE 7.

           01 WS-REGLAS-CONTADORES.
              05 WS-REGLA-CANT OCCURS 7 TIMES
                               PIC 9(06) COMP VALUE ZERO.
           01 WS-REGLAS-ANTERIOR.
              05 WS-REGLA-ANT  OCCURS 7 TIMES
                               PIC 9(06) COMP VALUE ZERO.

      * Hallazgos para la lista de correccion por operador; se ordenan
      * por operador, regla y DNI antes de listarlos.
           01 WS-HAL-TABLA.
              05 WS-HAL-ITEM OCCURS 3000 TIMES.
                 10 WS-HAL-CLAVE.
                    15 WS-HAL-OPERADOR   PIC X(08).
                    15 WS-HAL-REGLA      PIC 9(02).
                    15 WS-HAL-DNI        PIC 9(08).
                 10 WS-HAL-APELLIDO      PIC X(20).
                 10 WS-HAL-NOMBRE        PIC X(20).
                 10 WS-HAL-DETALLE       PIC X(30).

           01 WS-HAL-TEMP.
              05 WS-HAL-CLAVE-T          PIC X(18).
              05 FILLER                  PIC X(70).

           77 WS-HAL-CANT                PIC 9(04) COMP VALUE ZERO.
           77 WS-HAL-MAX                 PIC 9(04) COMP VALUE 3000.
           77 WS-HAL-TABLA-LLENA-SW      PIC X(01) VALUE 'N'.
               88 WS-HAL-TABLA-LLENA               VALUE 'S'.

           01 WS-OPE-TABLA.
              05 WS-OPE-ITEM OCCURS 200 TIMES.
                 10 WS-OPE-CODIGO        PIC X(08).
                 10 WS-OPE-HALLAZGOS     PIC 9(06) COMP.
                 10 WS-OPE-SEV-CANT      OCCURS 3 TIMES
                                         PIC 9(06) COMP.

           77 WS-OPE-CANT                PIC 9(04) COMP VALUE ZERO.
           77 WS-OPE-MAX                 PIC 9(04) COMP VALUE 200.
           77 WS-OPE-SUB                 PIC 9(04) COMP VALUE ZERO.
           77 WS-OPE-HALLADO-SW          PIC X(01) VALUE 'N'.
               88 WS-OPE-HALLADO                   VALUE 'S'.

           77 WS-SUB-AUX                 PIC 9(04) COMP.
           77 WS-SUB-AUX2                PIC 9(04) COMP.
           77 WS-SUB-NIVEL               PIC 9(01) COMP.

           01 WS-CONTADORES.
              05 WS-CANT-LEIDOS          PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-ANONIMIZADOS    PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-REVISADOS       PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-CON-HALLAZGOS   PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-HALLAZGOS       PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-REG-NIVEL       OCCURS 3 TIMES
                                         PIC 9(06) COMP VALUE ZERO.

      * Campos del registro en revision.
           77 WS-OPE-RESPONSABLE         PIC X(08) VALUE SPACES.
           77 WS-OPE-SISTEMA             PIC X(08) VALUE 'SISTEMA '.
           77 WS-MASCARA                 PIC X(11) VALUE 'ANONIMIZADO'.
           77 WS-NIVEL-REGISTRO          PIC 9(01) VALUE ZERO.
           77 WS-REGLA-ACTUAL            PIC 9(02) VALUE ZERO.
           77 WS-DETALLE-ACTUAL          PIC X(30) VALUE SPACES.
           77 WS-TEXTO-AUX               PIC X(20) VALUE SPACES.
           77 WS-TELEFONO-AUX            PIC X(15) VALUE SPACES.
           77 WS-CANT-ARROBAS            PIC 9(02) COMP VALUE ZERO.
           77 WS-EDAD-CALCULADA          PIC S9(04) COMP VALUE ZERO.
           77 WS-EDAD-CALC-ED            PIC ---9.
           77 WS-FIN-MAESTRO-SW          PIC X(01) VALUE 'N'.
               88 WS-FIN-MAESTRO                   VALUE 'S'.
           77 WS-HISTORIA-SW             PIC X(01) VALUE 'N'.
               88 WS-HAY-HISTORIA                  VALUE 'S'.
           77 WS-SECCION-SW              PIC X(01) VALUE 'R'.
               88 WS-SECCION-RESUMEN               VALUE 'R'.
               88 WS-SECCION-LISTA                 VALUE 'L'.
           77 WS-OPE-LISTA-ACTUAL        PIC X(08) VALUE SPACES.

      * CALHIS: una linea por corrida con los contadores de cada regla,
      * para seguir la evolucion de los pendientes de correccion.
           01 WS-REG-CALHIS.
              05 WS-HIS-FECHA            PIC 9(08).
              05 WS-HIS-HORA             PIC 9(06).
              05 WS-HIS-REVISADOS        PIC 9(06).
              05 WS-HIS-CON-HALLAZGOS    PIC 9(06).
              05 WS-HIS-REGLA-CANT OCCURS 7 TIMES
                                         PIC 9(06).

           77 WS-HIS-FECHA-ANT           PIC 9(08) VALUE ZERO.

           77 WS-HORA-RAW                PIC X(08).
           77 WS-HORA-HHMMSS             PIC 9(06).

           01 WS-FECHA-NUM-GRP.
              05 WS-FECHA-AAAA           PIC 9(04).
              05 WS-FECHA-MM             PIC 9(02).
              05 WS-FECHA-DD             PIC 9(02).
           01 WS-FECHA-NUM REDEFINES WS-FECHA-NUM-GRP
                                          PIC 9(08).

           01 WS-ESTADOS-ARCHIVO.
              05 WS-FS-MAEUSU           PIC X(02) VALUE '00'.
                 88 WS-FS-MAEUSU-OK              VALUE '00'.
              05 WS-FS-CONUSU           PIC X(02) VALUE '00'.
                 88 WS-FS-CONUSU-OK              VALUE '00'.
              05 WS-FS-CALRPT           PIC X(02) VALUE '00'.
                 88 WS-FS-CALRPT-OK              VALUE '00'.
              05 WS-FS-CALHIS           PIC X(02) VALUE '00'.
                 88 WS-FS-CALHIS-OK              VALUE '00'.
                 88 WS-FS-CALHIS-EOF             VALUE '10'.

           01 WS-LINEA-RPT                PIC X(133).

           77 WS-NUM-PAGINA               PIC 9(04) COMP VALUE ZERO.
           77 WS-LINEAS-PAGINA            PIC 9(02) COMP VALUE 50.
           77 WS-CONT-LINEAS              PIC 9(02) COMP VALUE ZERO.

           01 WS-TITULOS.
              05 WS-TIT-LINEA-1       PIC X(80).
              05 WS-TITULO-REGLA.
                 10 FILLER            PIC X(03) VALUE SPACES.
                 10 FILLER            PIC X(05) VALUE 'REGLA'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(40) VALUE
                                               'Descripcion'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(05) VALUE 'SEV  '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(08) VALUE '    HOY '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(08) VALUE 'ANTERIOR'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(08) VALUE 'DIFERENC'.
              05 WS-TITULO-OPE.
                 10 FILLER            PIC X(03) VALUE SPACES.
                 10 FILLER            PIC X(08) VALUE 'OPERADOR'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(09) VALUE 'HALLAZGOS'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(08) VALUE '    ALTA'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(08) VALUE '   MEDIA'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(08) VALUE '    BAJA'.
              05 WS-TITULO-LISTA.
                 10 FILLER            PIC X(03) VALUE SPACES.
                 10 FILLER            PIC X(10) VALUE 'DNI       '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(20) VALUE
                                               'Apellido            '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(20) VALUE
                                               'Nombre              '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(05) VALUE 'REGLA'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(05) VALUE 'SEV  '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(30) VALUE
                                'Dato observado                '.

           01 WS-ENCAB-RPT.
              05 FILLER                PIC X(01) VALUE SPACE.
              05 FILLER                PIC X(30) VALUE
                       'CONTROL DE CALIDAD DE DATOS   '.
              05 FILLER                PIC X(07) VALUE 'FECHA: '.
              05 WS-ENCAB-FECHA        PIC 9999/99/99.
              05 FILLER                PIC X(05) VALUE SPACES.
              05 FILLER                PIC X(08) VALUE 'PAGINA: '.
              05 WS-ENCAB-PAGINA       PIC ZZZ9.
              05 FILLER                PIC X(68) VALUE SPACES.

           01 WS-ENCAB-OPE.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 FILLER                PIC X(36) VALUE
                       'LISTA DE CORRECCION DEL OPERADOR: '.
              05 WS-ENCAB-OPE-COD      PIC X(08).
              05 FILLER                PIC X(86) VALUE SPACES.

           01 WS-FILA-REGLA.
              05 FILLER                PIC X(05) VALUE SPACES.
              05 WS-FREG-NUMERO        PIC 99.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-FREG-DESC          PIC X(40).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FREG-SEV           PIC X(05).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FREG-HOY           PIC ZZZZZZZ9.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FREG-ANTERIOR      PIC ZZZZZZZ9.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FREG-DIFERENCIA    PIC ++++++9.
              05 FILLER                PIC X(47) VALUE SPACES.

           01 WS-FILA-OPE.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-FOPE-CODIGO        PIC X(08).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FOPE-HALLAZGOS     PIC ZZZZZZZZ9.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FOPE-ALTA          PIC ZZZZZZZ9.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FOPE-MEDIA         PIC ZZZZZZZ9.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FOPE-BAJA          PIC ZZZZZZZ9.
              05 FILLER                PIC X(81) VALUE SPACES.

           01 WS-FILA-HAL.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-FHAL-DNI           PIC 99.999.999.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FHAL-APELLIDO      PIC X(20).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FHAL-NOMBRE        PIC X(20).
              05 FILLER                PIC X(04) VALUE SPACES.
              05 WS-FHAL-REGLA         PIC 99.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-FHAL-SEV           PIC X(05).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FHAL-DETALLE       PIC X(30).
              05 FILLER                PIC X(30) VALUE SPACES.

           01 WS-FILA-TOTAL.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-TOT-ETIQUETA       PIC X(40).
              05 WS-TOT-VALOR          PIC ZZZZZ9.
              05 FILLER                PIC X(84) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 0000-INICIAR-PROGRAMA
              THRU 0000-INICIAR-PROGRAMA-EXIT.

           PERFORM 1000-RECORRER-MAESTRO
              THRU 1000-RECORRER-MAESTRO-EXIT WITH TEST BEFORE
             UNTIL WS-FIN-MAESTRO.

           PERFORM 2000-RESUMEN-REGLAS
              THRU 2000-RESUMEN-REGLAS-EXIT.

           PERFORM 2500-RESUMEN-OPERADORES
              THRU 2500-RESUMEN-OPERADORES-EXIT.

           PERFORM 3000-TOTALES
              THRU 3000-TOTALES-EXIT.

           PERFORM 4000-LISTAS-OPERADOR
              THRU 4000-LISTAS-OPERADOR-EXIT.

           PERFORM 5000-GRABAR-HISTORIA
              THRU 5000-GRABAR-HISTORIA-EXIT.

           PERFORM 9000-CERRAR-ARCHIVOS
              THRU 9000-CERRAR-ARCHIVOS-EXIT.

           DISPLAY "Control de calidad de datos finalizado.".
           DISPLAY "  Registros leidos ....: " WS-CANT-LEIDOS.
           DISPLAY "  Anonimizados omitidos: " WS-CANT-ANONIMIZADOS.
           DISPLAY "  Con hallazgos .......: " WS-CANT-CON-HALLAZGOS.
           DISPLAY "  Hallazgos ...........: " WS-CANT-HALLAZGOS.

           GOBACK.
      *----------------------------------------------------------------*
       0000-INICIAR-PROGRAMA.

           MOVE ALL '+-'    TO WS-TIT-LINEA-1.

           ACCEPT WS-FECHA-NUM-GRP FROM DATE YYYYMMDD.

           ACCEPT WS-HORA-RAW FROM TIME.
           MOVE WS-HORA-RAW(1:6) TO WS-HORA-HHMMSS.

           DISPLAY "Control de calidad de datos - CL08EJ24".

           PERFORM 0100-LEER-HISTORIA
              THRU 0100-LEER-HISTORIA-EXIT.

           OPEN INPUT MAEUSU.
           IF NOT WS-FS-MAEUSU-OK
               DISPLAY "No se pudo abrir MAEUSU, status " WS-FS-MAEUSU
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CONUSU.
           IF NOT WS-FS-CONUSU-OK
               DISPLAY "No se pudo abrir CONUSU, status " WS-FS-CONUSU
               CLOSE MAEUSU
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT CALRPT.
           IF NOT WS-FS-CALRPT-OK
               DISPLAY "No se pudo abrir CALRPT, status " WS-FS-CALRPT
               CLOSE MAEUSU
               CLOSE CONUSU
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE ZERO TO CL08-DNI OF FD-REG-MAEUSU.
           START MAEUSU KEY NOT LESS THAN CL08-DNI OF FD-REG-MAEUSU
               INVALID KEY
                   SET WS-FIN-MAESTRO TO TRUE
           END-START.

       0000-INICIAR-PROGRAMA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Se conserva la ultima linea de CALHIS para comparar los
      * contadores de cada regla con los de la corrida anterior.
      *----------------------------------------------------------------*
       0100-LEER-HISTORIA.

           OPEN INPUT CALHIS.
           IF NOT WS-FS-CALHIS-OK
               GO TO 0100-LEER-HISTORIA-EXIT
           END-IF.

           PERFORM 0110-LEER-CALHIS
              THRU 0110-LEER-CALHIS-EXIT WITH TEST BEFORE
             UNTIL WS-FS-CALHIS-EOF.

           CLOSE CALHIS.

       0100-LEER-HISTORIA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       0110-LEER-CALHIS.

           READ CALHIS NEXT RECORD
               AT END
                   GO TO 0110-LEER-CALHIS-EXIT
           END-READ.

           IF NOT WS-FS-CALHIS-OK
               SET WS-FS-CALHIS-EOF TO TRUE
               GO TO 0110-LEER-CALHIS-EXIT
           END-IF.

           MOVE FD-REG-CALHIS TO WS-REG-CALHIS.
           SET WS-HAY-HISTORIA TO TRUE.
           MOVE WS-HIS-FECHA TO WS-HIS-FECHA-ANT.

           MOVE 1 TO WS-SUB-AUX.
           PERFORM 0120-CARGAR-ANTERIOR
              THRU 0120-CARGAR-ANTERIOR-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-AUX > WS-CANT-REGLAS.

       0110-LEER-CALHIS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       0120-CARGAR-ANTERIOR.

           MOVE WS-HIS-REGLA-CANT(WS-SUB-AUX)
             TO WS-REGLA-ANT(WS-SUB-AUX).
           ADD 1 TO WS-SUB-AUX.

       0120-CARGAR-ANTERIOR-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Los registros anonimizados no se revisan: sus datos fueron
      * enmascarados a proposito y no deben corregirse.
      *----------------------------------------------------------------*
       1000-RECORRER-MAESTRO.

           READ MAEUSU NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

           IF NOT WS-FS-MAEUSU-OK
               SET WS-FIN-MAESTRO TO TRUE
               GO TO 1000-RECORRER-MAESTRO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-LEIDOS.

           IF CL08-NOMBRE OF FD-REG-MAEUSU = WS-MASCARA
              OR CL08-APELLIDO OF FD-REG-MAEUSU = WS-MASCARA
               ADD 1 TO WS-CANT-ANONIMIZADOS
               GO TO 1000-RECORRER-MAESTRO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-REVISADOS.
           MOVE ZERO TO WS-NIVEL-REGISTRO.

      * La lista va al ultimo operador que toco el registro; los
      * procesos nocturnos graban como SISTEMA y en ese caso el
      * registro queda a cargo de quien lo dio de alta.
           IF CL08-USUARIO-MOD OF FD-REG-MAEUSU = SPACES
              OR CL08-USUARIO-MOD OF FD-REG-MAEUSU = WS-OPE-SISTEMA
               MOVE CL08-USUARIO-ALTA OF FD-REG-MAEUSU
                 TO WS-OPE-RESPONSABLE
           ELSE
               MOVE CL08-USUARIO-MOD OF FD-REG-MAEUSU
                 TO WS-OPE-RESPONSABLE
           END-IF.
           IF WS-OPE-RESPONSABLE = SPACES
               MOVE '(S/OPER)' TO WS-OPE-RESPONSABLE
           END-IF.

           PERFORM 1100-REGLAS-NOMBRE
              THRU 1100-REGLAS-NOMBRE-EXIT.

           PERFORM 1200-REGLA-EDAD
              THRU 1200-REGLA-EDAD-EXIT.

           PERFORM 1300-REGLAS-CONTACTO
              THRU 1300-REGLAS-CONTACTO-EXIT.

           IF WS-NIVEL-REGISTRO > ZERO
               ADD 1 TO WS-CANT-CON-HALLAZGOS
               ADD 1 TO WS-CANT-REG-NIVEL(WS-NIVEL-REGISTRO)
           END-IF.

       1000-RECORRER-MAESTRO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1100-REGLAS-NOMBRE.

      * Regla 1: digitos en nombre o apellido.
           MOVE CL08-NOMBRE OF FD-REG-MAEUSU TO WS-TEXTO-AUX.
           INSPECT WS-TEXTO-AUX
               CONVERTING '0123456789' TO '          '.
           IF WS-TEXTO-AUX NOT = CL08-NOMBRE OF FD-REG-MAEUSU
               MOVE 1 TO WS-REGLA-ACTUAL
               MOVE CL08-NOMBRE OF FD-REG-MAEUSU TO WS-DETALLE-ACTUAL
               PERFORM 1500-REGISTRAR-HALLAZGO
                  THRU 1500-REGISTRAR-HALLAZGO-EXIT
           ELSE
               MOVE CL08-APELLIDO OF FD-REG-MAEUSU TO WS-TEXTO-AUX
               INSPECT WS-TEXTO-AUX
                   CONVERTING '0123456789' TO '          '
               IF WS-TEXTO-AUX NOT = CL08-APELLIDO OF FD-REG-MAEUSU
                   MOVE 1 TO WS-REGLA-ACTUAL
                   MOVE CL08-APELLIDO OF FD-REG-MAEUSU
                     TO WS-DETALLE-ACTUAL
                   PERFORM 1500-REGISTRAR-HALLAZGO
                      THRU 1500-REGISTRAR-HALLAZGO-EXIT
               END-IF
           END-IF.

      * Regla 2: nombre o apellido vacio o con blancos al inicio.
           IF CL08-NOMBRE OF FD-REG-MAEUSU(1:1) = SPACE
               MOVE 2 TO WS-REGLA-ACTUAL
               MOVE SPACES TO WS-DETALLE-ACTUAL
               STRING 'NOMBRE: "' DELIMITED BY SIZE
                      CL08-NOMBRE OF FD-REG-MAEUSU DELIMITED BY SIZE
                      '"' DELIMITED BY SIZE
                  INTO WS-DETALLE-ACTUAL
               PERFORM 1500-REGISTRAR-HALLAZGO
                  THRU 1500-REGISTRAR-HALLAZGO-EXIT
           ELSE
               IF CL08-APELLIDO OF FD-REG-MAEUSU(1:1) = SPACE
                   MOVE 2 TO WS-REGLA-ACTUAL
                   MOVE SPACES TO WS-DETALLE-ACTUAL
                   STRING 'APELLIDO: "' DELIMITED BY SIZE
                          CL08-APELLIDO OF FD-REG-MAEUSU
                                        DELIMITED BY SIZE
                          '"' DELIMITED BY SIZE
                      INTO WS-DETALLE-ACTUAL
                   PERFORM 1500-REGISTRAR-HALLAZGO
                      THRU 1500-REGISTRAR-HALLAZGO-EXIT
               END-IF
           END-IF.

      * Regla 3: los nombres se guardan en mayusculas.
           MOVE CL08-NOMBRE OF FD-REG-MAEUSU TO WS-TEXTO-AUX.
           INSPECT WS-TEXTO-AUX
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WS-TEXTO-AUX NOT = CL08-NOMBRE OF FD-REG-MAEUSU
               MOVE 3 TO WS-REGLA-ACTUAL
               MOVE CL08-NOMBRE OF FD-REG-MAEUSU TO WS-DETALLE-ACTUAL
               PERFORM 1500-REGISTRAR-HALLAZGO
                  THRU 1500-REGISTRAR-HALLAZGO-EXIT
           ELSE
               MOVE CL08-APELLIDO OF FD-REG-MAEUSU TO WS-TEXTO-AUX
               INSPECT WS-TEXTO-AUX
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF WS-TEXTO-AUX NOT = CL08-APELLIDO OF FD-REG-MAEUSU
                   MOVE 3 TO WS-REGLA-ACTUAL
                   MOVE CL08-APELLIDO OF FD-REG-MAEUSU
                     TO WS-DETALLE-ACTUAL
                   PERFORM 1500-REGISTRAR-HALLAZGO
                      THRU 1500-REGISTRAR-HALLAZGO-EXIT
               END-IF
           END-IF.

       1100-REGLAS-NOMBRE-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * La edad guardada es la del ano en curso (ano actual menos ano
      * de nacimiento), igual que en el alta y en la corrida anual.
      *----------------------------------------------------------------*
       1200-REGLA-EDAD.

           COMPUTE WS-EDAD-CALCULADA = WS-FECHA-AAAA
                 - CL08-ANO-NACIMIENTO OF FD-REG-MAEUSU.

           IF CL08-ANO-NACIMIENTO OF FD-REG-MAEUSU NOT < 1900
              AND WS-EDAD-CALCULADA NOT < ZERO
              AND WS-EDAD-CALCULADA = CL08-EDAD OF FD-REG-MAEUSU
               GO TO 1200-REGLA-EDAD-EXIT
           END-IF.

           MOVE 4 TO WS-REGLA-ACTUAL.
           MOVE WS-EDAD-CALCULADA TO WS-EDAD-CALC-ED.
           MOVE SPACES TO WS-DETALLE-ACTUAL.
           STRING 'ANO ' DELIMITED BY SIZE
                  CL08-ANO-NACIMIENTO OF FD-REG-MAEUSU
                                DELIMITED BY SIZE
                  ' EDAD ' DELIMITED BY SIZE
                  CL08-EDAD OF FD-REG-MAEUSU DELIMITED BY SIZE
                  ' CALC ' DELIMITED BY SIZE
                  WS-EDAD-CALC-ED DELIMITED BY SIZE
              INTO WS-DETALLE-ACTUAL.
           PERFORM 1500-REGISTRAR-HALLAZGO
              THRU 1500-REGISTRAR-HALLAZGO-EXIT.

       1200-REGLA-EDAD-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1300-REGLAS-CONTACTO.

           MOVE CL08-DNI OF FD-REG-MAEUSU
             TO CL08C-DNI OF FD-REG-CONUSU.
           READ CONUSU
               INVALID KEY
                   IF CL08-ACTIVO OF FD-REG-MAEUSU
                       MOVE 5 TO WS-REGLA-ACTUAL
                       MOVE 'SIN REGISTRO EN CONUSU'
                         TO WS-DETALLE-ACTUAL
                       PERFORM 1500-REGISTRAR-HALLAZGO
                          THRU 1500-REGISTRAR-HALLAZGO-EXIT
                   END-IF
                   GO TO 1300-REGLAS-CONTACTO-EXIT
           END-READ.

      * Regla 6: email informado sin arroba.
           IF CL08C-EMAIL OF FD-REG-CONUSU NOT = SPACES
               MOVE ZERO TO WS-CANT-ARROBAS
               INSPECT CL08C-EMAIL OF FD-REG-CONUSU
                   TALLYING WS-CANT-ARROBAS FOR ALL '@'
               IF WS-CANT-ARROBAS = ZERO
                   MOVE 6 TO WS-REGLA-ACTUAL
                   MOVE CL08C-EMAIL OF FD-REG-CONUSU
                     TO WS-DETALLE-ACTUAL
                   PERFORM 1500-REGISTRAR-HALLAZGO
                      THRU 1500-REGISTRAR-HALLAZGO-EXIT
               END-IF
           END-IF.

      * Regla 7: el telefono admite digitos, espacios y + - ( ), lo
      * mismo que acepta el mantenimiento de contactos.
           MOVE CL08C-TELEFONO OF FD-REG-CONUSU TO WS-TELEFONO-AUX.
           INSPECT WS-TELEFONO-AUX
               CONVERTING '0123456789+-()' TO '              '.
           IF WS-TELEFONO-AUX NOT = SPACES
               MOVE 7 TO WS-REGLA-ACTUAL
               MOVE CL08C-TELEFONO OF FD-REG-CONUSU
                 TO WS-DETALLE-ACTUAL
               PERFORM 1500-REGISTRAR-HALLAZGO
                  THRU 1500-REGISTRAR-HALLAZGO-EXIT
           END-IF.

       1300-REGLAS-CONTACTO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Cuenta el hallazgo por regla y por operador y lo guarda en la
      * tabla de la lista de correccion. Si la tabla se llena los
      * contadores siguen completos y la lista sale parcial.
      *----------------------------------------------------------------*
       1500-REGISTRAR-HALLAZGO.

           ADD 1 TO WS-CANT-HALLAZGOS.
           ADD 1 TO WS-REGLA-CANT(WS-REGLA-ACTUAL).

           IF WS-REGLA-NIVEL(WS-REGLA-ACTUAL) > WS-NIVEL-REGISTRO
               MOVE WS-REGLA-NIVEL(WS-REGLA-ACTUAL)
                 TO WS-NIVEL-REGISTRO
           END-IF.

           PERFORM 1600-BUSCAR-OPERADOR
              THRU 1600-BUSCAR-OPERADOR-EXIT.

           IF WS-OPE-HALLADO
               ADD 1 TO WS-OPE-HALLAZGOS(WS-OPE-SUB)
               MOVE WS-REGLA-NIVEL(WS-REGLA-ACTUAL) TO WS-SUB-NIVEL
               ADD 1 TO WS-OPE-SEV-CANT(WS-OPE-SUB, WS-SUB-NIVEL)
           END-IF.

           IF WS-HAL-CANT >= WS-HAL-MAX
               SET WS-HAL-TABLA-LLENA TO TRUE
               GO TO 1500-REGISTRAR-HALLAZGO-EXIT
           END-IF.

           ADD 1 TO WS-HAL-CANT.
           MOVE WS-OPE-RESPONSABLE TO WS-HAL-OPERADOR(WS-HAL-CANT).
           MOVE WS-REGLA-ACTUAL    TO WS-HAL-REGLA(WS-HAL-CANT).
           MOVE CL08-DNI OF FD-REG-MAEUSU
             TO WS-HAL-DNI(WS-HAL-CANT).
           MOVE CL08-APELLIDO OF FD-REG-MAEUSU
             TO WS-HAL-APELLIDO(WS-HAL-CANT).
           MOVE CL08-NOMBRE OF FD-REG-MAEUSU
             TO WS-HAL-NOMBRE(WS-HAL-CANT).
           MOVE WS-DETALLE-ACTUAL  TO WS-HAL-DETALLE(WS-HAL-CANT).

       1500-REGISTRAR-HALLAZGO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1600-BUSCAR-OPERADOR.

           MOVE 'N' TO WS-OPE-HALLADO-SW.
           MOVE 1 TO WS-OPE-SUB.
           PERFORM 1610-COMPARAR-OPERADOR
              THRU 1610-COMPARAR-OPERADOR-EXIT WITH TEST BEFORE
             UNTIL WS-OPE-SUB > WS-OPE-CANT OR WS-OPE-HALLADO.

           IF WS-OPE-HALLADO
               GO TO 1600-BUSCAR-OPERADOR-EXIT
           END-IF.

           IF WS-OPE-CANT >= WS-OPE-MAX
               GO TO 1600-BUSCAR-OPERADOR-EXIT
           END-IF.

           ADD 1 TO WS-OPE-CANT.
           MOVE WS-OPE-CANT TO WS-OPE-SUB.
           MOVE WS-OPE-RESPONSABLE TO WS-OPE-CODIGO(WS-OPE-SUB).
           MOVE ZERO TO WS-OPE-HALLAZGOS(WS-OPE-SUB).
           MOVE ZERO TO WS-OPE-SEV-CANT(WS-OPE-SUB, 1).
           MOVE ZERO TO WS-OPE-SEV-CANT(WS-OPE-SUB, 2).
           MOVE ZERO TO WS-OPE-SEV-CANT(WS-OPE-SUB, 3).
           SET WS-OPE-HALLADO TO TRUE.

       1600-BUSCAR-OPERADOR-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1610-COMPARAR-OPERADOR.

           IF WS-OPE-CODIGO(WS-OPE-SUB) = WS-OPE-RESPONSABLE
               SET WS-OPE-HALLADO TO TRUE
           ELSE
               ADD 1 TO WS-OPE-SUB
           END-IF.

       1610-COMPARAR-OPERADOR-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2000-RESUMEN-REGLAS.

           SET WS-SECCION-RESUMEN TO TRUE.
           PERFORM 7100-ENCABEZADO-RPT
              THRU 7100-ENCABEZADO-RPT-EXIT.

           MOVE SPACES TO WS-LINEA-RPT.
           IF WS-HAY-HISTORIA
               STRING '   RESUMEN POR REGLA (ANTERIOR = CORRIDA DEL '
                      DELIMITED BY SIZE
                      WS-HIS-FECHA-ANT DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                  INTO WS-LINEA-RPT
           ELSE
               STRING '   RESUMEN POR REGLA (PRIMERA CORRIDA, SIN '
                      'HISTORIA)' DELIMITED BY SIZE
                  INTO WS-LINEA-RPT
           END-IF.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.
           MOVE WS-TIT-LINEA-1 TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.
           MOVE WS-TITULO-REGLA TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.
           MOVE WS-TIT-LINEA-1 TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE 1 TO WS-SUB-AUX.
           PERFORM 2100-LISTAR-REGLA
              THRU 2100-LISTAR-REGLA-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-AUX > WS-CANT-REGLAS.

       2000-RESUMEN-REGLAS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2100-LISTAR-REGLA.

           MOVE WS-SUB-AUX                TO WS-FREG-NUMERO.
           MOVE WS-REGLA-DESC(WS-SUB-AUX) TO WS-FREG-DESC.
           MOVE WS-REGLA-SEV(WS-SUB-AUX)  TO WS-FHAL-SEV.
           PERFORM 7300-DESCRIBIR-SEVERIDAD
              THRU 7300-DESCRIBIR-SEVERIDAD-EXIT.
           MOVE WS-FHAL-SEV               TO WS-FREG-SEV.
           MOVE WS-REGLA-CANT(WS-SUB-AUX) TO WS-FREG-HOY.
           MOVE WS-REGLA-ANT(WS-SUB-AUX)  TO WS-FREG-ANTERIOR.
           COMPUTE WS-FREG-DIFERENCIA = WS-REGLA-CANT(WS-SUB-AUX)
                                      - WS-REGLA-ANT(WS-SUB-AUX).

           MOVE WS-FILA-REGLA TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           ADD 1 TO WS-SUB-AUX.

       2100-LISTAR-REGLA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2500-RESUMEN-OPERADORES.

           MOVE SPACES TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.
           STRING '   RESUMEN POR OPERADOR RESPONSABLE'
                  DELIMITED BY SIZE
              INTO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.
           MOVE WS-TIT-LINEA-1 TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.
           MOVE WS-TITULO-OPE TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.
           MOVE WS-TIT-LINEA-1 TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           IF WS-OPE-CANT = ZERO
               MOVE SPACES TO WS-LINEA-RPT
               STRING '   (SIN HALLAZGOS)' DELIMITED BY SIZE
                 INTO WS-LINEA-RPT
               PERFORM 7200-ESCRIBIR-LINEA-RPT
                  THRU 7200-ESCRIBIR-LINEA-RPT-EXIT
               GO TO 2500-RESUMEN-OPERADORES-EXIT
           END-IF.

           MOVE 1 TO WS-OPE-SUB.
           PERFORM 2600-LISTAR-OPERADOR
              THRU 2600-LISTAR-OPERADOR-EXIT WITH TEST BEFORE
             UNTIL WS-OPE-SUB > WS-OPE-CANT.

           IF WS-OPE-CANT >= WS-OPE-MAX
               MOVE SPACES TO WS-LINEA-RPT
               STRING '   AVISO: TABLA DE OPERADORES COMPLETA, '
                      'RESUMEN PARCIAL' DELIMITED BY SIZE
                 INTO WS-LINEA-RPT
               PERFORM 7200-ESCRIBIR-LINEA-RPT
                  THRU 7200-ESCRIBIR-LINEA-RPT-EXIT
           END-IF.

       2500-RESUMEN-OPERADORES-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2600-LISTAR-OPERADOR.

           MOVE WS-OPE-CODIGO(WS-OPE-SUB)      TO WS-FOPE-CODIGO.
           MOVE WS-OPE-HALLAZGOS(WS-OPE-SUB)   TO WS-FOPE-HALLAZGOS.
           MOVE WS-OPE-SEV-CANT(WS-OPE-SUB, 3) TO WS-FOPE-ALTA.
           MOVE WS-OPE-SEV-CANT(WS-OPE-SUB, 2) TO WS-FOPE-MEDIA.
           MOVE WS-OPE-SEV-CANT(WS-OPE-SUB, 1) TO WS-FOPE-BAJA.

           MOVE WS-FILA-OPE TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           ADD 1 TO WS-OPE-SUB.

       2600-LISTAR-OPERADOR-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3000-TOTALES.

           MOVE SPACES TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'REGISTROS LEIDOS DEL MAESTRO .........: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-LEIDOS TO WS-TOT-VALOR.
           MOVE WS-FILA-TOTAL TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'ANONIMIZADOS (NO SE REVISAN) .........: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-ANONIMIZADOS TO WS-TOT-VALOR.
           MOVE WS-FILA-TOTAL TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'REGISTROS REVISADOS ..................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-REVISADOS TO WS-TOT-VALOR.
           MOVE WS-FILA-TOTAL TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'REGISTROS CON HALLAZGOS ..............: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-CON-HALLAZGOS TO WS-TOT-VALOR.
           MOVE WS-FILA-TOTAL TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE '  SEVERIDAD MAXIMA ALTA ..............: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-REG-NIVEL(3) TO WS-TOT-VALOR.
           MOVE WS-FILA-TOTAL TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE '  SEVERIDAD MAXIMA MEDIA .............: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-REG-NIVEL(2) TO WS-TOT-VALOR.
           MOVE WS-FILA-TOTAL TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE '  SEVERIDAD MAXIMA BAJA ..............: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-REG-NIVEL(1) TO WS-TOT-VALOR.
           MOVE WS-FILA-TOTAL TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'HALLAZGOS TOTALES ....................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-HALLAZGOS TO WS-TOT-VALOR.
           MOVE WS-FILA-TOTAL TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

       3000-TOTALES-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Lista de correccion: una hoja por operador, con los hallazgos
      * ordenados por regla y DNI.
      *----------------------------------------------------------------*
       4000-LISTAS-OPERADOR.

           IF WS-HAL-CANT = ZERO
               GO TO 4000-LISTAS-OPERADOR-EXIT
           END-IF.

           PERFORM 4050-ORDENAR-HALLAZGOS
              THRU 4050-ORDENAR-HALLAZGOS-EXIT.

           SET WS-SECCION-LISTA TO TRUE.
           MOVE LOW-VALUES TO WS-OPE-LISTA-ACTUAL.

           MOVE 1 TO WS-SUB-AUX.
           PERFORM 4100-LISTAR-HALLAZGO
              THRU 4100-LISTAR-HALLAZGO-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-AUX > WS-HAL-CANT.

           IF WS-HAL-TABLA-LLENA
               MOVE SPACES TO WS-LINEA-RPT
               PERFORM 7200-ESCRIBIR-LINEA-RPT
                  THRU 7200-ESCRIBIR-LINEA-RPT-EXIT
               STRING '   AVISO: TABLA DE HALLAZGOS COMPLETA, '
                      'LISTAS PARCIALES (LOS TOTALES SON '
                      'COMPLETOS)' DELIMITED BY SIZE
                 INTO WS-LINEA-RPT
               PERFORM 7200-ESCRIBIR-LINEA-RPT
                  THRU 7200-ESCRIBIR-LINEA-RPT-EXIT
           END-IF.

       4000-LISTAS-OPERADOR-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4050-ORDENAR-HALLAZGOS.

           IF WS-HAL-CANT > 1
               MOVE 1 TO WS-SUB-AUX
               PERFORM 4051-PASADA-ORDEN
                  THRU 4051-PASADA-ORDEN-EXIT WITH TEST BEFORE
                 UNTIL WS-SUB-AUX >= WS-HAL-CANT
           END-IF.

       4050-ORDENAR-HALLAZGOS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4051-PASADA-ORDEN.

           MOVE 1 TO WS-SUB-AUX2.
           PERFORM 4052-COMPARAR-Y-SWAP
              THRU 4052-COMPARAR-Y-SWAP-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-AUX2 >= WS-HAL-CANT - WS-SUB-AUX + 1.

           ADD 1 TO WS-SUB-AUX.

       4051-PASADA-ORDEN-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4052-COMPARAR-Y-SWAP.

           IF WS-HAL-CLAVE(WS-SUB-AUX2) >
              WS-HAL-CLAVE(WS-SUB-AUX2 + 1)
               MOVE WS-HAL-ITEM(WS-SUB-AUX2)     TO WS-HAL-TEMP
               MOVE WS-HAL-ITEM(WS-SUB-AUX2 + 1)
                 TO WS-HAL-ITEM(WS-SUB-AUX2)
               MOVE WS-HAL-TEMP TO WS-HAL-ITEM(WS-SUB-AUX2 + 1)
           END-IF.

           ADD 1 TO WS-SUB-AUX2.

       4052-COMPARAR-Y-SWAP-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4100-LISTAR-HALLAZGO.

           IF WS-HAL-OPERADOR(WS-SUB-AUX) NOT = WS-OPE-LISTA-ACTUAL
               MOVE WS-HAL-OPERADOR(WS-SUB-AUX)
                 TO WS-OPE-LISTA-ACTUAL
               PERFORM 7100-ENCABEZADO-RPT
                  THRU 7100-ENCABEZADO-RPT-EXIT
           END-IF.

           MOVE WS-HAL-DNI(WS-SUB-AUX)      TO WS-FHAL-DNI.
           MOVE WS-HAL-APELLIDO(WS-SUB-AUX) TO WS-FHAL-APELLIDO.
           MOVE WS-HAL-NOMBRE(WS-SUB-AUX)   TO WS-FHAL-NOMBRE.
           MOVE WS-HAL-REGLA(WS-SUB-AUX)    TO WS-FHAL-REGLA.
           MOVE WS-HAL-DETALLE(WS-SUB-AUX)  TO WS-FHAL-DETALLE.
           MOVE WS-REGLA-SEV(WS-HAL-REGLA(WS-SUB-AUX))
             TO WS-FHAL-SEV.
           PERFORM 7300-DESCRIBIR-SEVERIDAD
              THRU 7300-DESCRIBIR-SEVERIDAD-EXIT.

           MOVE WS-FILA-HAL TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           ADD 1 TO WS-SUB-AUX.

       4100-LISTAR-HALLAZGO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       5000-GRABAR-HISTORIA.

           OPEN EXTEND CALHIS.
           IF NOT WS-FS-CALHIS-OK
               OPEN OUTPUT CALHIS
           END-IF.
           IF NOT WS-FS-CALHIS-OK
               DISPLAY "Aviso: no se pudo grabar CALHIS, status "
                       WS-FS-CALHIS
               GO TO 5000-GRABAR-HISTORIA-EXIT
           END-IF.

           MOVE WS-FECHA-NUM          TO WS-HIS-FECHA.
           MOVE WS-HORA-HHMMSS        TO WS-HIS-HORA.
           MOVE WS-CANT-REVISADOS     TO WS-HIS-REVISADOS.
           MOVE WS-CANT-CON-HALLAZGOS TO WS-HIS-CON-HALLAZGOS.

           MOVE 1 TO WS-SUB-AUX.
           PERFORM 5100-CARGAR-CONTADOR
              THRU 5100-CARGAR-CONTADOR-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-AUX > WS-CANT-REGLAS.

           WRITE FD-REG-CALHIS FROM WS-REG-CALHIS.

           CLOSE CALHIS.

       5000-GRABAR-HISTORIA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       5100-CARGAR-CONTADOR.

           MOVE WS-REGLA-CANT(WS-SUB-AUX)
             TO WS-HIS-REGLA-CANT(WS-SUB-AUX).
           ADD 1 TO WS-SUB-AUX.

       5100-CARGAR-CONTADOR-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7100-ENCABEZADO-RPT.

           ADD 1 TO WS-NUM-PAGINA.

           MOVE WS-FECHA-NUM    TO WS-ENCAB-FECHA.
           MOVE WS-NUM-PAGINA   TO WS-ENCAB-PAGINA.

           WRITE FD-REG-CALRPT FROM WS-ENCAB-RPT.
           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-CALRPT FROM WS-LINEA-RPT.

           MOVE ZERO TO WS-CONT-LINEAS.

           IF WS-SECCION-LISTA
               MOVE WS-OPE-LISTA-ACTUAL TO WS-ENCAB-OPE-COD
               WRITE FD-REG-CALRPT FROM WS-ENCAB-OPE
               WRITE FD-REG-CALRPT FROM WS-TIT-LINEA-1
               WRITE FD-REG-CALRPT FROM WS-TITULO-LISTA
               WRITE FD-REG-CALRPT FROM WS-TIT-LINEA-1
           END-IF.

       7100-ENCABEZADO-RPT-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7200-ESCRIBIR-LINEA-RPT.

           IF WS-CONT-LINEAS >= WS-LINEAS-PAGINA
               PERFORM 7100-ENCABEZADO-RPT
                  THRU 7100-ENCABEZADO-RPT-EXIT
           END-IF.

           WRITE FD-REG-CALRPT FROM WS-LINEA-RPT.
           ADD 1 TO WS-CONT-LINEAS.
           MOVE SPACES TO WS-LINEA-RPT.

       7200-ESCRIBIR-LINEA-RPT-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7300-DESCRIBIR-SEVERIDAD.

           EVALUATE WS-FHAL-SEV
               WHEN 'A'
                   MOVE 'ALTA ' TO WS-FHAL-SEV
               WHEN 'M'
                   MOVE 'MEDIA' TO WS-FHAL-SEV
               WHEN 'B'
                   MOVE 'BAJA ' TO WS-FHAL-SEV
           END-EVALUATE.

       7300-DESCRIBIR-SEVERIDAD-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       9000-CERRAR-ARCHIVOS.

           CLOSE MAEUSU.
           CLOSE CONUSU.
           CLOSE CALRPT.

       9000-CERRAR-ARCHIVOS-EXIT.

           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL08EJ24.
