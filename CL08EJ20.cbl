      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL08EJ20.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFIN ASSIGN TO "DEFIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEFIN.

           SELECT MAEUSU ASSIGN TO "MAEUSU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL08-DNI OF FD-REG-MAEUSU
               FILE STATUS IS WS-FS-MAEUSU.

           SELECT AUDLOG ASSIGN TO "AUDLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDLOG.

           SELECT JRNLOG ASSIGN TO "JRNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRNLOG.

           SELECT DEFRPT ASSIGN TO "DEFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEFRPT.

           SELECT DEFEXC ASSIGN TO "DEFEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEFEXC.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  DEFIN
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-DEFIN                PIC X(80).

       FD  MAEUSU
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-MAEUSU.
           COPY CL08UDET.

       FD  AUDLOG
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-AUDLOG.
           COPY CL08ADET.

       FD  JRNLOG
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-JRNLOG.
           03  CL08J-CABECERA.
           COPY CL08JDET.
           03  CL08J-IMAGEN.
           COPY CL08UDET.

       FD  DEFRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  FD-REG-DEFRPT               PIC X(133).

       FD  DEFEXC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  FD-REG-DEFEXC               PIC X(133).

       WORKING-STORAGE SECTION.
      * DEFIN: novedades de fallecidos informadas por el registro
      * civil. La fecha de nacimiento se usa para cotejar el ano contra
      * el maestro; la de defuncion solo se informa en los listados.
           01 WS-REG-DEFIN.
              05 WS-DEF-DNI              PIC X(08).
              05 WS-DEF-DNI-NUM REDEFINES WS-DEF-DNI
                                         PIC 9(08).
              05 WS-DEF-APELLIDO         PIC X(20).
              05 WS-DEF-NOMBRE           PIC X(20).
              05 WS-DEF-FECHA-NAC        PIC X(08).
              05 WS-DEF-FECHA-NAC-GRP REDEFINES WS-DEF-FECHA-NAC.
                 10 WS-DEF-ANO-NAC       PIC 9(04).
                 10 WS-DEF-MMDD-NAC      PIC 9(04).
              05 WS-DEF-FECHA-DEF        PIC X(08).
              05 FILLER                  PIC X(16).

           01 WS-CONTADORES.
              05 WS-CANT-LEIDOS          PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-BAJAS           PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-YA-PROCESADOS   PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-EXCEPCIONES     PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-INEXISTENTES    PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-PARCIALES       PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-BAJA-PREVIA     PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-INVALIDOS       PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-ERRORES         PIC 9(06) COMP VALUE ZERO.

      * Las bajas por fallecimiento se registran en la auditoria y en
      * el journal a nombre de este operador de sistema.
           77 WS-OPERADOR                PIC X(08) VALUE 'SISTEMA '.
           77 WS-ACCION-AUDIT            PIC X(01) VALUE 'B'.
           77 WS-FIN-DEFIN-SW            PIC X(01) VALUE 'N'.
               88 WS-FIN-DEFIN                     VALUE 'S'.
           77 WS-APELLIDO-SW             PIC X(01) VALUE 'N'.
               88 WS-APELLIDO-COINCIDE             VALUE 'S'.
           77 WS-ANO-SW                  PIC X(01) VALUE 'N'.
               88 WS-ANO-COINCIDE                  VALUE 'S'.
           77 WS-APELLIDO-DEF            PIC X(20).
           77 WS-APELLIDO-MAE            PIC X(20).

           01 WS-FECHA-NUM-GRP.
              05 WS-FECHA-AAAA           PIC 9(04).
              05 WS-FECHA-MM             PIC 9(02).
              05 WS-FECHA-DD             PIC 9(02).
           01 WS-FECHA-NUM REDEFINES WS-FECHA-NUM-GRP
                                          PIC 9(08).

           77 WS-HORA-RAW                PIC X(08).
           77 WS-HORA-HHMMSS             PIC 9(06).

           01 WS-ESTADOS-ARCHIVO.
              05 WS-FS-DEFIN            PIC X(02) VALUE '00'.
                 88 WS-FS-DEFIN-OK               VALUE '00'.
                 88 WS-FS-DEFIN-EOF              VALUE '10'.
              05 WS-FS-MAEUSU           PIC X(02) VALUE '00'.
                 88 WS-FS-MAEUSU-OK              VALUE '00'.
              05 WS-FS-AUDLOG           PIC X(02) VALUE '00'.
                 88 WS-FS-AUDLOG-OK              VALUE '00'.
              05 WS-FS-JRNLOG           PIC X(02) VALUE '00'.
                 88 WS-FS-JRNLOG-OK              VALUE '00'.
              05 WS-FS-DEFRPT           PIC X(02) VALUE '00'.
                 88 WS-FS-DEFRPT-OK              VALUE '00'.
              05 WS-FS-DEFEXC           PIC X(02) VALUE '00'.
                 88 WS-FS-DEFEXC-OK              VALUE '00'.

           01 WS-REG-AUDLOG.
              COPY CL08ADET.

           01 WS-LINEA-RPT                PIC X(133).

           77 WS-NUM-PAGINA               PIC 9(04) COMP VALUE ZERO.
           77 WS-NUM-PAGINA-EXC           PIC 9(04) COMP VALUE ZERO.
           77 WS-LINEAS-PAGINA            PIC 9(02) COMP VALUE 50.
           77 WS-CONT-LINEAS              PIC 9(02) COMP VALUE ZERO.
           77 WS-CONT-LINEAS-EXC          PIC 9(02) COMP VALUE ZERO.

           01 WS-TITULOS.
              05 WS-TIT-LINEA-1       PIC X(80).
              05 WS-TITULO-BAJA.
                 10 FILLER            PIC X(03) VALUE SPACES.
                 10 FILLER            PIC X(08) VALUE 'DNI     '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(20) VALUE 'Apellido'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(20) VALUE 'Nombre'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(04) VALUE 'NAC.'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(10) VALUE 'DEFUNCION '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(14) VALUE 'RESULTADO     '.
              05 WS-TITULO-EXC.
                 10 FILLER            PIC X(03) VALUE SPACES.
                 10 FILLER            PIC X(08) VALUE 'DNI     '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(20) VALUE
                                               'Apellido informado'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(20) VALUE
                                               'Apellido en maestro'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(04) VALUE 'NAC.'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(04) VALUE 'MAE.'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(10) VALUE 'DEFUNCION '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(26) VALUE 'MOTIVO'.

           01 WS-ENCAB-RPT.
              05 FILLER                PIC X(01) VALUE SPACE.
              05 FILLER                PIC X(40) VALUE
                       'BAJAS POR FALLECIMIENTO - REGISTRO CIVIL'.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 FILLER                PIC X(07) VALUE 'FECHA: '.
              05 WS-ENCAB-FECHA        PIC 9999/99/99.
              05 FILLER                PIC X(05) VALUE SPACES.
              05 FILLER                PIC X(08) VALUE 'PAGINA: '.
              05 WS-ENCAB-PAGINA       PIC ZZZ9.
              05 FILLER                PIC X(56) VALUE SPACES.

           01 WS-ENCAB-EXC.
              05 FILLER                PIC X(01) VALUE SPACE.
              05 FILLER                PIC X(40) VALUE
                       'FALLECIDOS A REVISAR - NO SE DIERON BAJA'.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 FILLER                PIC X(07) VALUE 'FECHA: '.
              05 WS-ENCAB-EXC-FECHA    PIC 9999/99/99.
              05 FILLER                PIC X(05) VALUE SPACES.
              05 FILLER                PIC X(08) VALUE 'PAGINA: '.
              05 WS-ENCAB-EXC-PAGINA   PIC ZZZ9.
              05 FILLER                PIC X(56) VALUE SPACES.

           01 WS-FILA-BAJA.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-FILA-DNI           PIC X(08).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-APELLIDO      PIC X(20).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-NOMBRE        PIC X(20).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-ANO           PIC 9(04).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-FECHA-DEF     PIC X(10).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-RESULTADO     PIC X(14).
              05 FILLER                PIC X(44) VALUE SPACES.

           01 WS-FILA-EXC.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-EXC-DNI            PIC X(08).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-EXC-APELLIDO-DEF   PIC X(20).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-EXC-APELLIDO-MAE   PIC X(20).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-EXC-ANO-DEF        PIC X(04).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-EXC-ANO-MAE        PIC X(04).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-EXC-FECHA-DEF      PIC X(10).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-EXC-MOTIVO         PIC X(26).
              05 FILLER                PIC X(26) VALUE SPACES.

           01 WS-FECHA-DEF-ED.
              05 WS-FDEF-AAAA          PIC X(04).
              05 FILLER                PIC X(01) VALUE '/'.
              05 WS-FDEF-MM            PIC X(02).
              05 FILLER                PIC X(01) VALUE '/'.
              05 WS-FDEF-DD            PIC X(02).

           01 WS-FILA-TOTAL.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-TOT-ETIQUETA       PIC X(40).
              05 WS-TOT-VALOR          PIC ZZZZZ9.
              05 FILLER                PIC X(84) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 0000-INICIAR-PROGRAMA
              THRU 0000-INICIAR-PROGRAMA-EXIT.

           PERFORM 1000-PROCESAR-NOVEDAD
              THRU 1000-PROCESAR-NOVEDAD-EXIT WITH TEST BEFORE
             UNTIL WS-FIN-DEFIN.

           PERFORM 3000-TOTALES
              THRU 3000-TOTALES-EXIT.

           PERFORM 9000-CERRAR-ARCHIVOS
              THRU 9000-CERRAR-ARCHIVOS-EXIT.

           DISPLAY "Bajas por fallecimiento finalizadas.".
           DISPLAY "  Novedades leidas ....: " WS-CANT-LEIDOS.
           DISPLAY "  Bajas aplicadas .....: " WS-CANT-BAJAS.
           DISPLAY "  Ya procesadas .......: " WS-CANT-YA-PROCESADOS.
           DISPLAY "  Excepciones .........: " WS-CANT-EXCEPCIONES.

           IF WS-CANT-ERRORES > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.
      *----------------------------------------------------------------*
       0000-INICIAR-PROGRAMA.

           MOVE ALL '+-'    TO WS-TIT-LINEA-1.

           ACCEPT WS-FECHA-NUM-GRP FROM DATE YYYYMMDD.

           ACCEPT WS-HORA-RAW FROM TIME.
           MOVE WS-HORA-RAW(1:6) TO WS-HORA-HHMMSS.

           DISPLAY "Bajas por fallecimiento - CL08EJ20".

           OPEN INPUT DEFIN.
           IF NOT WS-FS-DEFIN-OK
               DISPLAY "No se recibio archivo de fallecidos (DEFIN, "
                       "status " WS-FS-DEFIN "), nada para procesar."
               GOBACK
           END-IF.

           OPEN I-O MAEUSU.
           IF NOT WS-FS-MAEUSU-OK
               DISPLAY "No se pudo abrir MAEUSU, status " WS-FS-MAEUSU
               CLOSE DEFIN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND AUDLOG.
           IF NOT WS-FS-AUDLOG-OK
               OPEN OUTPUT AUDLOG
           END-IF.
           IF NOT WS-FS-AUDLOG-OK
               DISPLAY "No se pudo abrir AUDLOG, status " WS-FS-AUDLOG
               CLOSE DEFIN
               CLOSE MAEUSU
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND JRNLOG.
           IF NOT WS-FS-JRNLOG-OK
               OPEN OUTPUT JRNLOG
           END-IF.
           IF NOT WS-FS-JRNLOG-OK
               DISPLAY "No se pudo abrir JRNLOG, status " WS-FS-JRNLOG
               CLOSE DEFIN
               CLOSE MAEUSU
               CLOSE AUDLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT DEFRPT.
           IF NOT WS-FS-DEFRPT-OK
               DISPLAY "No se pudo abrir DEFRPT, status " WS-FS-DEFRPT
               CLOSE DEFIN
               CLOSE MAEUSU
               CLOSE AUDLOG
               CLOSE JRNLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT DEFEXC.
           IF NOT WS-FS-DEFEXC-OK
               DISPLAY "No se pudo abrir DEFEXC, status " WS-FS-DEFEXC
               CLOSE DEFIN
               CLOSE MAEUSU
               CLOSE AUDLOG
               CLOSE JRNLOG
               CLOSE DEFRPT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 7100-ENCABEZADO-RPT
              THRU 7100-ENCABEZADO-RPT-EXIT.
           PERFORM 7200-ENCABEZADO-EXC
              THRU 7200-ENCABEZADO-EXC-EXIT.

       0000-INICIAR-PROGRAMA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Solo se da de baja cuando DNI, apellido y ano de nacimiento
      * coinciden con el maestro. Cualquier otra situacion va al
      * listado de excepciones y el registro no se modifica. Un DNI
      * ya dado de baja por fallecimiento se cuenta como ya procesado,
      * de modo que reenviar el mismo archivo no vuelve a tocar nada.
      *----------------------------------------------------------------*
       1000-PROCESAR-NOVEDAD.

           READ DEFIN INTO WS-REG-DEFIN
               AT END
                   SET WS-FIN-DEFIN TO TRUE
                   GO TO 1000-PROCESAR-NOVEDAD-EXIT
           END-READ.

           IF NOT WS-FS-DEFIN-OK
               DISPLAY "Error al leer DEFIN, status " WS-FS-DEFIN
               ADD 1 TO WS-CANT-ERRORES
               SET WS-FIN-DEFIN TO TRUE
               GO TO 1000-PROCESAR-NOVEDAD-EXIT
           END-IF.

           IF WS-REG-DEFIN = SPACES
               GO TO 1000-PROCESAR-NOVEDAD-EXIT
           END-IF.

           ADD 1 TO WS-CANT-LEIDOS.

           MOVE SPACES TO WS-FILA-EXC.
           MOVE WS-DEF-DNI      TO WS-EXC-DNI.
           MOVE WS-DEF-APELLIDO TO WS-EXC-APELLIDO-DEF.
           MOVE WS-DEF-FECHA-NAC(1:4) TO WS-EXC-ANO-DEF.
           PERFORM 8000-EDITAR-FECHA-DEF
              THRU 8000-EDITAR-FECHA-DEF-EXIT.
           MOVE WS-FECHA-DEF-ED TO WS-EXC-FECHA-DEF.

           IF WS-DEF-DNI IS NOT NUMERIC
              OR WS-DEF-DNI-NUM = ZERO
              OR WS-DEF-FECHA-NAC IS NOT NUMERIC
              OR WS-DEF-APELLIDO = SPACES
               ADD 1 TO WS-CANT-INVALIDOS
               MOVE 'REGISTRO INCOMPLETO' TO WS-EXC-MOTIVO
               PERFORM 2500-LISTAR-EXCEPCION
                  THRU 2500-LISTAR-EXCEPCION-EXIT
               GO TO 1000-PROCESAR-NOVEDAD-EXIT
           END-IF.

           MOVE WS-DEF-DNI-NUM TO CL08-DNI OF FD-REG-MAEUSU.
           READ MAEUSU
               INVALID KEY
                   ADD 1 TO WS-CANT-INEXISTENTES
                   MOVE 'DNI INEXISTENTE' TO WS-EXC-MOTIVO
                   PERFORM 2500-LISTAR-EXCEPCION
                      THRU 2500-LISTAR-EXCEPCION-EXIT
                   GO TO 1000-PROCESAR-NOVEDAD-EXIT
           END-READ.

           MOVE CL08-APELLIDO OF FD-REG-MAEUSU TO WS-EXC-APELLIDO-MAE.
           MOVE CL08-ANO-NACIMIENTO OF FD-REG-MAEUSU TO WS-EXC-ANO-MAE.

           PERFORM 1100-COTEJAR-DATOS
              THRU 1100-COTEJAR-DATOS-EXIT.

           IF NOT WS-APELLIDO-COINCIDE
              OR NOT WS-ANO-COINCIDE
               ADD 1 TO WS-CANT-PARCIALES
               EVALUATE TRUE
                   WHEN NOT WS-APELLIDO-COINCIDE
                    AND NOT WS-ANO-COINCIDE
                       MOVE 'APELLIDO Y ANO DISTINTOS'
                         TO WS-EXC-MOTIVO
                   WHEN NOT WS-APELLIDO-COINCIDE
                       MOVE 'APELLIDO DISTINTO' TO WS-EXC-MOTIVO
                   WHEN OTHER
                       MOVE 'ANO DE NACIMIENTO DISTINTO'
                         TO WS-EXC-MOTIVO
               END-EVALUATE
               PERFORM 2500-LISTAR-EXCEPCION
                  THRU 2500-LISTAR-EXCEPCION-EXIT
               GO TO 1000-PROCESAR-NOVEDAD-EXIT
           END-IF.

           IF CL08-INACTIVO OF FD-REG-MAEUSU
               IF CL08-BAJA-FALLECIDO OF FD-REG-MAEUSU
                   ADD 1 TO WS-CANT-YA-PROCESADOS
                   MOVE 'YA PROCESADO  ' TO WS-FILA-RESULTADO
                   PERFORM 2100-LISTAR-BAJA
                      THRU 2100-LISTAR-BAJA-EXIT
               ELSE
                   ADD 1 TO WS-CANT-BAJA-PREVIA
                   MOVE 'BAJA PREVIA (OTRO MOTIVO)'
                     TO WS-EXC-MOTIVO
                   PERFORM 2500-LISTAR-EXCEPCION
                      THRU 2500-LISTAR-EXCEPCION-EXIT
               END-IF
               GO TO 1000-PROCESAR-NOVEDAD-EXIT
           END-IF.

           PERFORM 2000-APLICAR-BAJA
              THRU 2000-APLICAR-BAJA-EXIT.

       1000-PROCESAR-NOVEDAD-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1100-COTEJAR-DATOS.

           MOVE WS-DEF-APELLIDO TO WS-APELLIDO-DEF.
           MOVE CL08-APELLIDO OF FD-REG-MAEUSU TO WS-APELLIDO-MAE.
           INSPECT WS-APELLIDO-DEF
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-APELLIDO-MAE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF WS-APELLIDO-DEF = WS-APELLIDO-MAE
               MOVE 'S' TO WS-APELLIDO-SW
           ELSE
               MOVE 'N' TO WS-APELLIDO-SW
           END-IF.

           IF WS-DEF-ANO-NAC = CL08-ANO-NACIMIENTO OF FD-REG-MAEUSU
               MOVE 'S' TO WS-ANO-SW
           ELSE
               MOVE 'N' TO WS-ANO-SW
           END-IF.

       1100-COTEJAR-DATOS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2000-APLICAR-BAJA.

           MOVE 'I'            TO CL08-ESTADO OF FD-REG-MAEUSU.
           MOVE WS-OPERADOR    TO CL08-USUARIO-BAJA OF FD-REG-MAEUSU.
           MOVE WS-FECHA-NUM   TO CL08-FECHA-BAJA OF FD-REG-MAEUSU.
           MOVE WS-HORA-HHMMSS TO CL08-HORA-BAJA OF FD-REG-MAEUSU.
           MOVE 'F'            TO CL08-MOTIVO-BAJA OF FD-REG-MAEUSU.

           REWRITE FD-REG-MAEUSU
               INVALID KEY
                   ADD 1 TO WS-CANT-ERRORES
                   DISPLAY "Error al dar de baja el DNI "
                           CL08-DNI OF FD-REG-MAEUSU
                           ", status " WS-FS-MAEUSU
                   GO TO 2000-APLICAR-BAJA-EXIT
           END-REWRITE.

           ADD 1 TO WS-CANT-BAJAS.

           PERFORM 6100-GRABAR-AUDITORIA
              THRU 6100-GRABAR-AUDITORIA-EXIT.
           PERFORM 6300-GRABAR-JOURNAL
              THRU 6300-GRABAR-JOURNAL-EXIT.

           MOVE 'BAJA APLICADA ' TO WS-FILA-RESULTADO.
           PERFORM 2100-LISTAR-BAJA
              THRU 2100-LISTAR-BAJA-EXIT.

       2000-APLICAR-BAJA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2100-LISTAR-BAJA.

           MOVE WS-DEF-DNI                     TO WS-FILA-DNI.
           MOVE CL08-APELLIDO OF FD-REG-MAEUSU TO WS-FILA-APELLIDO.
           MOVE CL08-NOMBRE OF FD-REG-MAEUSU   TO WS-FILA-NOMBRE.
           MOVE CL08-ANO-NACIMIENTO OF FD-REG-MAEUSU
                                               TO WS-FILA-ANO.
           MOVE WS-FECHA-DEF-ED                TO WS-FILA-FECHA-DEF.

           PERFORM 7150-ESCRIBIR-DETALLE-RPT
              THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT.

       2100-LISTAR-BAJA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2500-LISTAR-EXCEPCION.

           ADD 1 TO WS-CANT-EXCEPCIONES.

           PERFORM 7250-ESCRIBIR-DETALLE-EXC
              THRU 7250-ESCRIBIR-DETALLE-EXC-EXIT.

       2500-LISTAR-EXCEPCION-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3000-TOTALES.

           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-DEFRPT FROM WS-LINEA-RPT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'NOVEDADES LEIDAS .....................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-LEIDOS TO WS-TOT-VALOR.
           WRITE FD-REG-DEFRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'BAJAS POR FALLECIMIENTO APLICADAS ....: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-BAJAS TO WS-TOT-VALOR.
           WRITE FD-REG-DEFRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'YA PROCESADAS EN CORRIDAS ANTERIORES .: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-YA-PROCESADOS TO WS-TOT-VALOR.
           WRITE FD-REG-DEFRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'EXCEPCIONES (VER DEFEXC) .............: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-EXCEPCIONES TO WS-TOT-VALOR.
           WRITE FD-REG-DEFRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE '  DNI INEXISTENTE ....................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-INEXISTENTES TO WS-TOT-VALOR.
           WRITE FD-REG-DEFRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE '  COINCIDENCIA PARCIAL ...............: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-PARCIALES TO WS-TOT-VALOR.
           WRITE FD-REG-DEFRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE '  BAJA PREVIA POR OTRO MOTIVO ........: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-BAJA-PREVIA TO WS-TOT-VALOR.
           WRITE FD-REG-DEFRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE '  REGISTRO INCOMPLETO ................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-INVALIDOS TO WS-TOT-VALOR.
           WRITE FD-REG-DEFRPT FROM WS-FILA-TOTAL.

           IF WS-CANT-ERRORES NOT = ZERO
               MOVE SPACES TO WS-FILA-TOTAL
               MOVE 'ERRORES DE ACTUALIZACION .............: '
                 TO WS-TOT-ETIQUETA
               MOVE WS-CANT-ERRORES TO WS-TOT-VALOR
               WRITE FD-REG-DEFRPT FROM WS-FILA-TOTAL
           END-IF.

           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-DEFEXC FROM WS-LINEA-RPT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'EXCEPCIONES A REVISAR ................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-EXCEPCIONES TO WS-TOT-VALOR.
           WRITE FD-REG-DEFEXC FROM WS-FILA-TOTAL.

       3000-TOTALES-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       6100-GRABAR-AUDITORIA.

           MOVE WS-OPERADOR     TO CL08A-USUARIO OF WS-REG-AUDLOG.
           MOVE WS-FECHA-NUM    TO CL08A-FECHA OF WS-REG-AUDLOG.
           MOVE WS-HORA-HHMMSS  TO CL08A-HORA OF WS-REG-AUDLOG.
           MOVE CL08-DNI OF FD-REG-MAEUSU
                                TO CL08A-DNI OF WS-REG-AUDLOG.
           MOVE WS-ACCION-AUDIT TO CL08A-ACCION OF WS-REG-AUDLOG.

           WRITE FD-REG-AUDLOG FROM WS-REG-AUDLOG.

       6100-GRABAR-AUDITORIA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       6300-GRABAR-JOURNAL.

           MOVE WS-ACCION-AUDIT TO CL08J-ACCION OF FD-REG-JRNLOG.
           MOVE WS-OPERADOR     TO CL08J-USUARIO OF FD-REG-JRNLOG.
           MOVE WS-FECHA-NUM    TO CL08J-FECHA OF FD-REG-JRNLOG.
           MOVE WS-HORA-HHMMSS  TO CL08J-HORA OF FD-REG-JRNLOG.
           MOVE FD-REG-MAEUSU   TO CL08J-IMAGEN OF FD-REG-JRNLOG.

           WRITE FD-REG-JRNLOG.

       6300-GRABAR-JOURNAL-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7100-ENCABEZADO-RPT.

           ADD 1 TO WS-NUM-PAGINA.

           MOVE WS-FECHA-NUM    TO WS-ENCAB-FECHA.
           MOVE WS-NUM-PAGINA   TO WS-ENCAB-PAGINA.

           WRITE FD-REG-DEFRPT FROM WS-ENCAB-RPT.
           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-DEFRPT FROM WS-LINEA-RPT.
           WRITE FD-REG-DEFRPT FROM WS-TIT-LINEA-1.
           WRITE FD-REG-DEFRPT FROM WS-TITULO-BAJA.
           WRITE FD-REG-DEFRPT FROM WS-TIT-LINEA-1.

           MOVE ZERO TO WS-CONT-LINEAS.

       7100-ENCABEZADO-RPT-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7150-ESCRIBIR-DETALLE-RPT.

           IF WS-CONT-LINEAS >= WS-LINEAS-PAGINA
               PERFORM 7100-ENCABEZADO-RPT
                  THRU 7100-ENCABEZADO-RPT-EXIT
           END-IF.

           WRITE FD-REG-DEFRPT FROM WS-FILA-BAJA.
           ADD 1 TO WS-CONT-LINEAS.

       7150-ESCRIBIR-DETALLE-RPT-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7200-ENCABEZADO-EXC.

           ADD 1 TO WS-NUM-PAGINA-EXC.

           MOVE WS-FECHA-NUM      TO WS-ENCAB-EXC-FECHA.
           MOVE WS-NUM-PAGINA-EXC TO WS-ENCAB-EXC-PAGINA.

           WRITE FD-REG-DEFEXC FROM WS-ENCAB-EXC.
           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-DEFEXC FROM WS-LINEA-RPT.
           WRITE FD-REG-DEFEXC FROM WS-TIT-LINEA-1.
           WRITE FD-REG-DEFEXC FROM WS-TITULO-EXC.
           WRITE FD-REG-DEFEXC FROM WS-TIT-LINEA-1.

           MOVE ZERO TO WS-CONT-LINEAS-EXC.

       7200-ENCABEZADO-EXC-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7250-ESCRIBIR-DETALLE-EXC.

           IF WS-CONT-LINEAS-EXC >= WS-LINEAS-PAGINA
               PERFORM 7200-ENCABEZADO-EXC
                  THRU 7200-ENCABEZADO-EXC-EXIT
           END-IF.

           WRITE FD-REG-DEFEXC FROM WS-FILA-EXC.
           ADD 1 TO WS-CONT-LINEAS-EXC.

       7250-ESCRIBIR-DETALLE-EXC-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       8000-EDITAR-FECHA-DEF.

           MOVE WS-DEF-FECHA-DEF(1:4) TO WS-FDEF-AAAA.
           MOVE WS-DEF-FECHA-DEF(5:2) TO WS-FDEF-MM.
           MOVE WS-DEF-FECHA-DEF(7:2) TO WS-FDEF-DD.

       8000-EDITAR-FECHA-DEF-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       9000-CERRAR-ARCHIVOS.

           CLOSE DEFIN.
           CLOSE MAEUSU.
           CLOSE AUDLOG.
           CLOSE JRNLOG.
           CLOSE DEFRPT.
           CLOSE DEFEXC.

       9000-CERRAR-ARCHIVOS-EXIT.

           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL08EJ20.
