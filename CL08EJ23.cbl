      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL08EJ23.
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

           SELECT TUTMAE ASSIGN TO "TUTMAE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL08R-DNI-MENOR OF FD-REG-TUTMAE
               FILE STATUS IS WS-FS-TUTMAE.

           SELECT TUTRPT ASSIGN TO "TUTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TUTRPT.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  MAEUSU
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-MAEUSU.
           COPY CL08UDET.

       FD  TUTMAE
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-TUTMAE.
           COPY CL08RDET.

       FD  TUTRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  FD-REG-TUTRPT               PIC X(133).

       WORKING-STORAGE SECTION.
           01 WS-CONTADORES.
              05 WS-CANT-LEIDOS          PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-MENORES         PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-CON-TUTOR       PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-SIN-TUTOR       PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-NO-VIGENTE      PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-VINCULOS        PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-VIGENTES        PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-MENOR-PURGADO   PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-MENOR-BAJA      PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-MAYOR-EDAD      PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-TUTOR-PURGADO   PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-TUTOR-BAJA      PIC 9(06) COMP VALUE ZERO.

           77 WS-EDAD-MAYORIA            PIC 9(03) COMP VALUE 18.
           77 WS-FIN-MAESTRO-SW          PIC X(01) VALUE 'N'.
               88 WS-FIN-MAESTRO                   VALUE 'S'.
           77 WS-FIN-VINCULOS-SW         PIC X(01) VALUE 'N'.
               88 WS-FIN-VINCULOS                  VALUE 'S'.
           77 WS-TUTMAE-ABIERTO-SW       PIC X(01) VALUE 'N'.
               88 WS-TUTMAE-ABIERTO                VALUE 'S'.
           77 WS-VIGENTE-SW              PIC X(01) VALUE 'N'.
               88 WS-VINCULO-VIGENTE               VALUE 'S'.

      * Datos del menor guardados antes de leer al tutor en el mismo
      * registro del maestro.
           01 WS-DATOS-MENOR.
              05 WS-MENOR-APELLIDO       PIC X(20).
              05 WS-MENOR-NOMBRE         PIC X(20).
              05 WS-MENOR-EDAD           PIC 9(03).

           01 WS-FECHA-NUM-GRP.
              05 WS-FECHA-AAAA           PIC 9(04).
              05 WS-FECHA-MM             PIC 9(02).
              05 WS-FECHA-DD             PIC 9(02).
           01 WS-FECHA-NUM REDEFINES WS-FECHA-NUM-GRP
                                          PIC 9(08).

           01 WS-ESTADOS-ARCHIVO.
              05 WS-FS-MAEUSU           PIC X(02) VALUE '00'.
                 88 WS-FS-MAEUSU-OK              VALUE '00'.
              05 WS-FS-TUTMAE           PIC X(02) VALUE '00'.
                 88 WS-FS-TUTMAE-OK              VALUE '00'.
              05 WS-FS-TUTRPT           PIC X(02) VALUE '00'.
                 88 WS-FS-TUTRPT-OK              VALUE '00'.

           01 WS-LINEA-RPT                PIC X(133).

           77 WS-NUM-PAGINA               PIC 9(04) COMP VALUE ZERO.
           77 WS-LINEAS-PAGINA            PIC 9(02) COMP VALUE 50.
           77 WS-CONT-LINEAS              PIC 9(02) COMP VALUE ZERO.

           01 WS-TITULOS.
              05 WS-TIT-LINEA-1       PIC X(80).
              05 WS-TITULO.
                 10 FILLER            PIC X(03) VALUE SPACES.
                 10 FILLER            PIC X(10) VALUE 'DNI MENOR '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(20) VALUE
                                               'Apellido            '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(20) VALUE
                                               'Nombre              '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(04) VALUE 'EDAD'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(10) VALUE 'DNI TUTOR '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(10) VALUE 'HASTA     '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(30) VALUE
                                'Situacion                     '.

           01 WS-ENCAB-RPT.
              05 FILLER                PIC X(01) VALUE SPACE.
              05 FILLER                PIC X(30) VALUE
                       'EXCEPCIONES DE TUTORES        '.
              05 FILLER                PIC X(07) VALUE 'FECHA: '.
              05 WS-ENCAB-FECHA        PIC 9999/99/99.
              05 FILLER                PIC X(05) VALUE SPACES.
              05 FILLER                PIC X(08) VALUE 'PAGINA: '.
              05 WS-ENCAB-PAGINA       PIC ZZZ9.
              05 FILLER                PIC X(68) VALUE SPACES.

           01 WS-FILA-TUT.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-FILA-DNI           PIC 99.999.999.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-APELLIDO      PIC X(20).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-NOMBRE        PIC X(20).
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-FILA-EDAD          PIC ZZ9.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-TUTOR         PIC 99.999.999
                                       BLANK WHEN ZERO.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-HASTA         PIC 9999/99/99
                                       BLANK WHEN ZERO.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-SITUACION     PIC X(30).
              05 FILLER                PIC X(14) VALUE SPACES.

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

           PERFORM 2000-SECCION-VINCULOS
              THRU 2000-SECCION-VINCULOS-EXIT.

           PERFORM 3000-TOTALES
              THRU 3000-TOTALES-EXIT.

           PERFORM 9000-CERRAR-ARCHIVOS
              THRU 9000-CERRAR-ARCHIVOS-EXIT.

           DISPLAY "Control de tutores finalizado.".
           DISPLAY "  Menores activos .....: " WS-CANT-MENORES.
           DISPLAY "  Sin tutor ...........: " WS-CANT-SIN-TUTOR.
           DISPLAY "  Vinculo no vigente ..: " WS-CANT-NO-VIGENTE.
           DISPLAY "  Vinculos vigentes ...: " WS-CANT-VIGENTES.
           DISPLAY "  Tutor dado de baja ..: " WS-CANT-TUTOR-BAJA.
           DISPLAY "  Tutor purgado .......: " WS-CANT-TUTOR-PURGADO.
           DISPLAY "  Mayores a cerrar ....: " WS-CANT-MAYOR-EDAD.

           GOBACK.
      *----------------------------------------------------------------*
       0000-INICIAR-PROGRAMA.

           MOVE ALL '+-'    TO WS-TIT-LINEA-1.

           ACCEPT WS-FECHA-NUM-GRP FROM DATE YYYYMMDD.

           DISPLAY "Control de tutores de menores - CL08EJ23".

           OPEN INPUT MAEUSU.
           IF NOT WS-FS-MAEUSU-OK
               DISPLAY "No se pudo abrir MAEUSU, status " WS-FS-MAEUSU
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * Sin archivo de tutores todavia no hay vinculos: todos los
      * menores activos salen como sin tutor.
           OPEN INPUT TUTMAE.
           IF WS-FS-TUTMAE-OK
               SET WS-TUTMAE-ABIERTO TO TRUE
           ELSE
               DISPLAY "Aviso: no hay archivo de tutores (TUTMAE, "
                       "status " WS-FS-TUTMAE "), se toma vacio."
           END-IF.

           OPEN OUTPUT TUTRPT.
           IF NOT WS-FS-TUTRPT-OK
               DISPLAY "No se pudo abrir TUTRPT, status " WS-FS-TUTRPT
               CLOSE MAEUSU
               IF WS-TUTMAE-ABIERTO
                   CLOSE TUTMAE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 7100-ENCABEZADO-RPT
              THRU 7100-ENCABEZADO-RPT-EXIT.

           MOVE SPACES TO WS-LINEA-RPT.
           STRING '   MENORES ACTIVOS SIN TUTOR VIGENTE'
                  DELIMITED BY SIZE
              INTO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           MOVE ZERO TO CL08-DNI OF FD-REG-MAEUSU.
           START MAEUSU KEY NOT LESS THAN CL08-DNI OF FD-REG-MAEUSU
               INVALID KEY
                   SET WS-FIN-MAESTRO TO TRUE
           END-START.

       0000-INICIAR-PROGRAMA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Primera pasada, por el maestro: cada menor activo debe tener
      * un vinculo vigente a la fecha del proceso.
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

           IF NOT CL08-ACTIVO OF FD-REG-MAEUSU
              OR CL08-EDAD OF FD-REG-MAEUSU NOT < WS-EDAD-MAYORIA
               GO TO 1000-RECORRER-MAESTRO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-MENORES.

           MOVE CL08-DNI OF FD-REG-MAEUSU      TO WS-FILA-DNI.
           MOVE CL08-APELLIDO OF FD-REG-MAEUSU TO WS-FILA-APELLIDO.
           MOVE CL08-NOMBRE OF FD-REG-MAEUSU   TO WS-FILA-NOMBRE.
           MOVE CL08-EDAD OF FD-REG-MAEUSU     TO WS-FILA-EDAD.
           MOVE ZERO                           TO WS-FILA-TUTOR.
           MOVE ZERO                           TO WS-FILA-HASTA.

           IF NOT WS-TUTMAE-ABIERTO
               ADD 1 TO WS-CANT-SIN-TUTOR
               MOVE 'SIN TUTOR REGISTRADO' TO WS-FILA-SITUACION
               PERFORM 7150-ESCRIBIR-DETALLE-RPT
                  THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT
               GO TO 1000-RECORRER-MAESTRO-EXIT
           END-IF.

           MOVE CL08-DNI OF FD-REG-MAEUSU
             TO CL08R-DNI-MENOR OF FD-REG-TUTMAE.
           READ TUTMAE
               INVALID KEY
                   ADD 1 TO WS-CANT-SIN-TUTOR
                   MOVE 'SIN TUTOR REGISTRADO' TO WS-FILA-SITUACION
                   PERFORM 7150-ESCRIBIR-DETALLE-RPT
                      THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT
                   GO TO 1000-RECORRER-MAESTRO-EXIT
           END-READ.

           PERFORM 1100-CONTROLAR-VIGENCIA
              THRU 1100-CONTROLAR-VIGENCIA-EXIT.

           IF WS-VINCULO-VIGENTE
               ADD 1 TO WS-CANT-CON-TUTOR
               GO TO 1000-RECORRER-MAESTRO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-NO-VIGENTE.
           MOVE CL08R-DNI-TUTOR OF FD-REG-TUTMAE   TO WS-FILA-TUTOR.
           MOVE CL08R-FECHA-HASTA OF FD-REG-TUTMAE TO WS-FILA-HASTA.
           IF CL08R-FECHA-DESDE OF FD-REG-TUTMAE > WS-FECHA-NUM
               MOVE 'VINCULO TODAVIA NO VIGENTE' TO WS-FILA-SITUACION
           ELSE
               MOVE 'VINCULO VENCIDO' TO WS-FILA-SITUACION
           END-IF.
           PERFORM 7150-ESCRIBIR-DETALLE-RPT
              THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT.

       1000-RECORRER-MAESTRO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1100-CONTROLAR-VIGENCIA.

           MOVE 'N' TO WS-VIGENTE-SW.

           IF CL08R-FECHA-DESDE OF FD-REG-TUTMAE NOT > WS-FECHA-NUM
              AND (CL08R-FECHA-HASTA OF FD-REG-TUTMAE = ZERO
                OR CL08R-FECHA-HASTA OF FD-REG-TUTMAE
                   NOT < WS-FECHA-NUM)
               SET WS-VINCULO-VIGENTE TO TRUE
           END-IF.

       1100-CONTROLAR-VIGENCIA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Segunda pasada, por los vinculos vigentes: el menor tiene que
      * seguir en el maestro, activo y menor de edad, y el tutor
      * seguir en el maestro y activo. Los vinculos no se cierran
      * aqui; se listan para que el operador los cierre en la opcion
      * de tutores del mantenimiento.
      *----------------------------------------------------------------*
       2000-SECCION-VINCULOS.

           MOVE SPACES TO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.
           MOVE SPACES TO WS-LINEA-RPT.
           STRING '   VINCULOS VIGENTES A REVISAR O CERRAR'
                  DELIMITED BY SIZE
              INTO WS-LINEA-RPT.
           PERFORM 7200-ESCRIBIR-LINEA-RPT
              THRU 7200-ESCRIBIR-LINEA-RPT-EXIT.

           IF NOT WS-TUTMAE-ABIERTO
               GO TO 2000-SECCION-VINCULOS-EXIT
           END-IF.

           MOVE ZERO TO CL08R-DNI-MENOR OF FD-REG-TUTMAE.
           START TUTMAE
               KEY NOT LESS THAN CL08R-DNI-MENOR OF FD-REG-TUTMAE
               INVALID KEY
                   SET WS-FIN-VINCULOS TO TRUE
           END-START.

           PERFORM 2100-CONTROLAR-VINCULO
              THRU 2100-CONTROLAR-VINCULO-EXIT WITH TEST BEFORE
             UNTIL WS-FIN-VINCULOS.

       2000-SECCION-VINCULOS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2100-CONTROLAR-VINCULO.

           READ TUTMAE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

           IF NOT WS-FS-TUTMAE-OK
               SET WS-FIN-VINCULOS TO TRUE
               GO TO 2100-CONTROLAR-VINCULO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-VINCULOS.

           PERFORM 1100-CONTROLAR-VIGENCIA
              THRU 1100-CONTROLAR-VIGENCIA-EXIT.

           IF NOT WS-VINCULO-VIGENTE
               GO TO 2100-CONTROLAR-VINCULO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-VIGENTES.

           MOVE CL08R-DNI-MENOR OF FD-REG-TUTMAE   TO WS-FILA-DNI.
           MOVE CL08R-DNI-TUTOR OF FD-REG-TUTMAE   TO WS-FILA-TUTOR.
           MOVE CL08R-FECHA-HASTA OF FD-REG-TUTMAE TO WS-FILA-HASTA.

           MOVE CL08R-DNI-MENOR OF FD-REG-TUTMAE
             TO CL08-DNI OF FD-REG-MAEUSU.
           READ MAEUSU
               INVALID KEY
                   MOVE SPACES TO WS-DATOS-MENOR
                   MOVE ZERO   TO WS-MENOR-EDAD
                   PERFORM 2200-CARGAR-FILA
                      THRU 2200-CARGAR-FILA-EXIT
                   ADD 1 TO WS-CANT-MENOR-PURGADO
                   MOVE 'MENOR PURGADO, CERRAR VINCULO'
                     TO WS-FILA-SITUACION
                   PERFORM 7150-ESCRIBIR-DETALLE-RPT
                      THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT
                   GO TO 2100-CONTROLAR-VINCULO-EXIT
           END-READ.

           MOVE CL08-APELLIDO OF FD-REG-MAEUSU TO WS-MENOR-APELLIDO.
           MOVE CL08-NOMBRE OF FD-REG-MAEUSU   TO WS-MENOR-NOMBRE.
           MOVE CL08-EDAD OF FD-REG-MAEUSU     TO WS-MENOR-EDAD.
           PERFORM 2200-CARGAR-FILA
              THRU 2200-CARGAR-FILA-EXIT.

           IF CL08-INACTIVO OF FD-REG-MAEUSU
               ADD 1 TO WS-CANT-MENOR-BAJA
               MOVE 'MENOR DADO DE BAJA, CERRAR' TO WS-FILA-SITUACION
               PERFORM 7150-ESCRIBIR-DETALLE-RPT
                  THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT
               GO TO 2100-CONTROLAR-VINCULO-EXIT
           END-IF.

           IF CL08-EDAD OF FD-REG-MAEUSU NOT < WS-EDAD-MAYORIA
               ADD 1 TO WS-CANT-MAYOR-EDAD
               MOVE 'CUMPLIO 18, CERRAR VINCULO' TO WS-FILA-SITUACION
               PERFORM 7150-ESCRIBIR-DETALLE-RPT
                  THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT
               GO TO 2100-CONTROLAR-VINCULO-EXIT
           END-IF.

           MOVE CL08R-DNI-TUTOR OF FD-REG-TUTMAE
             TO CL08-DNI OF FD-REG-MAEUSU.
           READ MAEUSU
               INVALID KEY
                   ADD 1 TO WS-CANT-TUTOR-PURGADO
                   MOVE 'TUTOR PURGADO DEL MAESTRO'
                     TO WS-FILA-SITUACION
                   PERFORM 7150-ESCRIBIR-DETALLE-RPT
                      THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT
                   GO TO 2100-CONTROLAR-VINCULO-EXIT
           END-READ.

           IF CL08-INACTIVO OF FD-REG-MAEUSU
               ADD 1 TO WS-CANT-TUTOR-BAJA
               IF CL08-BAJA-FALLECIDO OF FD-REG-MAEUSU
                   MOVE 'TUTOR FALLECIDO' TO WS-FILA-SITUACION
               ELSE
                   MOVE 'TUTOR DADO DE BAJA' TO WS-FILA-SITUACION
               END-IF
               PERFORM 7150-ESCRIBIR-DETALLE-RPT
                  THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT
           END-IF.

       2100-CONTROLAR-VINCULO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2200-CARGAR-FILA.

           MOVE WS-MENOR-APELLIDO TO WS-FILA-APELLIDO.
           MOVE WS-MENOR-NOMBRE   TO WS-FILA-NOMBRE.
           MOVE WS-MENOR-EDAD     TO WS-FILA-EDAD.

       2200-CARGAR-FILA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3000-TOTALES.

           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-TUTRPT FROM WS-LINEA-RPT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'MENORES ACTIVOS EN EL MAESTRO ........: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-MENORES TO WS-TOT-VALOR.
           WRITE FD-REG-TUTRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'CON TUTOR VIGENTE ....................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-CON-TUTOR TO WS-TOT-VALOR.
           WRITE FD-REG-TUTRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'SIN TUTOR REGISTRADO .................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-SIN-TUTOR TO WS-TOT-VALOR.
           WRITE FD-REG-TUTRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'CON VINCULO NO VIGENTE ...............: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-NO-VIGENTE TO WS-TOT-VALOR.
           WRITE FD-REG-TUTRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'VINCULOS LEIDOS ......................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-VINCULOS TO WS-TOT-VALOR.
           WRITE FD-REG-TUTRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'VINCULOS VIGENTES ....................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-VIGENTES TO WS-TOT-VALOR.
           WRITE FD-REG-TUTRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'MENOR PURGADO, CERRAR VINCULO ........: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-MENOR-PURGADO TO WS-TOT-VALOR.
           WRITE FD-REG-TUTRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'MENOR DADO DE BAJA, CERRAR VINCULO ...: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-MENOR-BAJA TO WS-TOT-VALOR.
           WRITE FD-REG-TUTRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'CUMPLIO 18, CERRAR VINCULO ...........: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-MAYOR-EDAD TO WS-TOT-VALOR.
           WRITE FD-REG-TUTRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'TUTOR PURGADO DEL MAESTRO ............: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-TUTOR-PURGADO TO WS-TOT-VALOR.
           WRITE FD-REG-TUTRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'TUTOR DADO DE BAJA ...................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-TUTOR-BAJA TO WS-TOT-VALOR.
           WRITE FD-REG-TUTRPT FROM WS-FILA-TOTAL.

       3000-TOTALES-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7100-ENCABEZADO-RPT.

           ADD 1 TO WS-NUM-PAGINA.

           MOVE WS-FECHA-NUM    TO WS-ENCAB-FECHA.
           MOVE WS-NUM-PAGINA   TO WS-ENCAB-PAGINA.

           WRITE FD-REG-TUTRPT FROM WS-ENCAB-RPT.
           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-TUTRPT FROM WS-LINEA-RPT.
           WRITE FD-REG-TUTRPT FROM WS-TIT-LINEA-1.
           WRITE FD-REG-TUTRPT FROM WS-TITULO.
           WRITE FD-REG-TUTRPT FROM WS-TIT-LINEA-1.

           MOVE ZERO TO WS-CONT-LINEAS.

       7100-ENCABEZADO-RPT-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7150-ESCRIBIR-DETALLE-RPT.

           IF WS-CONT-LINEAS >= WS-LINEAS-PAGINA
               PERFORM 7100-ENCABEZADO-RPT
                  THRU 7100-ENCABEZADO-RPT-EXIT
           END-IF.

           WRITE FD-REG-TUTRPT FROM WS-FILA-TUT.
           ADD 1 TO WS-CONT-LINEAS.

       7150-ESCRIBIR-DETALLE-RPT-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7200-ESCRIBIR-LINEA-RPT.

           IF WS-CONT-LINEAS >= WS-LINEAS-PAGINA
               PERFORM 7100-ENCABEZADO-RPT
                  THRU 7100-ENCABEZADO-RPT-EXIT
           END-IF.

           WRITE FD-REG-TUTRPT FROM WS-LINEA-RPT.
           ADD 1 TO WS-CONT-LINEAS.

       7200-ESCRIBIR-LINEA-RPT-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       9000-CERRAR-ARCHIVOS.

           CLOSE MAEUSU.
           IF WS-TUTMAE-ABIERTO
               CLOSE TUTMAE
           END-IF.
           CLOSE TUTRPT.

       9000-CERRAR-ARCHIVOS-EXIT.

           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL08EJ23.
