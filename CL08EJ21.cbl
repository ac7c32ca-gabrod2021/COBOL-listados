      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL08EJ21.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVIN ASSIGN TO "DEVIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEVIN.

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

           SELECT AUDLOG ASSIGN TO "AUDLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDLOG.

           SELECT DEVRPT ASSIGN TO "DEVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEVRPT.

           SELECT DEVTRB ASSIGN TO "DEVTRB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEVTRB.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  DEVIN
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-DEVIN                PIC X(80).

       FD  MAEUSU
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-MAEUSU.
           COPY CL08UDET.

       FD  CONUSU
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-CONUSU.
           COPY CL08CDET.

       FD  AUDLOG
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-AUDLOG.
           COPY CL08ADET.

       FD  DEVRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  FD-REG-DEVRPT               PIC X(133).

       FD  DEVTRB
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  FD-REG-DEVTRB               PIC X(133).

       WORKING-STORAGE SECTION.
      * DEVIN: devoluciones informadas por la empresa de correo, una
      * por canal: P = correspondencia postal, E = email. El motivo es
      * el codigo de la empresa; el detalle solo se informa en el
      * listado.
           01 WS-REG-DEVIN.
              05 WS-DEV-DNI              PIC X(08).
              05 WS-DEV-DNI-NUM REDEFINES WS-DEV-DNI
                                         PIC 9(08).
              05 WS-DEV-CANAL            PIC X(01).
                 88 WS-DEV-CANAL-POSTAL           VALUE 'P'.
                 88 WS-DEV-CANAL-EMAIL            VALUE 'E'.
              05 WS-DEV-MOTIVO           PIC X(02).
              05 WS-DEV-FECHA            PIC X(08).
              05 WS-DEV-FECHA-NUM REDEFINES WS-DEV-FECHA
                                         PIC 9(08).
              05 WS-DEV-DETALLE          PIC X(30).
              05 FILLER                  PIC X(31).

           01 WS-CONTADORES.
              05 WS-CANT-LEIDAS          PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-REGISTRADAS     PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-POSTALES        PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-EMAILS          PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-YA-REGISTRADAS  PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-DATO-NUEVO      PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-RECHAZADAS      PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-ACTIVOS         PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-SIN-CANAL       PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-ERRORES         PIC 9(06) COMP VALUE ZERO.

      * Las marcas de devolucion se registran en la auditoria como
      * cambio de contacto a nombre de este operador de sistema.
           77 WS-OPERADOR                PIC X(08) VALUE 'SISTEMA '.
           77 WS-ACCION-AUDIT            PIC X(01) VALUE 'D'.
           77 WS-DEVIN-ABIERTO-SW        PIC X(01) VALUE 'N'.
               88 WS-DEVIN-ABIERTO                 VALUE 'S'.
           77 WS-FIN-DEVIN-SW            PIC X(01) VALUE 'N'.
               88 WS-FIN-DEVIN                     VALUE 'S'.
           77 WS-FIN-MAESTRO-SW          PIC X(01) VALUE 'N'.
               88 WS-FIN-MAESTRO                   VALUE 'S'.
           77 WS-POSTAL-SW               PIC X(01) VALUE 'N'.
               88 WS-POSTAL-UTIL                   VALUE 'S'.
           77 WS-EMAIL-SW                PIC X(01) VALUE 'N'.
               88 WS-EMAIL-UTIL                    VALUE 'S'.

           01 WS-FECHA-NUM-GRP.
              05 WS-FECHA-AAAA           PIC 9(04).
              05 WS-FECHA-MM             PIC 9(02).
              05 WS-FECHA-DD             PIC 9(02).
           01 WS-FECHA-NUM REDEFINES WS-FECHA-NUM-GRP
                                          PIC 9(08).

           77 WS-HORA-RAW                PIC X(08).
           77 WS-HORA-HHMMSS             PIC 9(06).

           01 WS-ESTADOS-ARCHIVO.
              05 WS-FS-DEVIN            PIC X(02) VALUE '00'.
                 88 WS-FS-DEVIN-OK               VALUE '00'.
              05 WS-FS-MAEUSU           PIC X(02) VALUE '00'.
                 88 WS-FS-MAEUSU-OK              VALUE '00'.
              05 WS-FS-CONUSU           PIC X(02) VALUE '00'.
                 88 WS-FS-CONUSU-OK              VALUE '00'.
              05 WS-FS-AUDLOG           PIC X(02) VALUE '00'.
                 88 WS-FS-AUDLOG-OK              VALUE '00'.
              05 WS-FS-DEVRPT           PIC X(02) VALUE '00'.
                 88 WS-FS-DEVRPT-OK              VALUE '00'.
              05 WS-FS-DEVTRB           PIC X(02) VALUE '00'.
                 88 WS-FS-DEVTRB-OK              VALUE '00'.

           01 WS-REG-AUDLOG.
              COPY CL08ADET.

           01 WS-LINEA-RPT                PIC X(133).

           77 WS-NUM-PAGINA               PIC 9(04) COMP VALUE ZERO.
           77 WS-NUM-PAGINA-TRB           PIC 9(04) COMP VALUE ZERO.
           77 WS-LINEAS-PAGINA            PIC 9(02) COMP VALUE 50.
           77 WS-CONT-LINEAS              PIC 9(02) COMP VALUE ZERO.
           77 WS-CONT-LINEAS-TRB          PIC 9(02) COMP VALUE ZERO.

           01 WS-TITULOS.
              05 WS-TIT-LINEA-1       PIC X(80).
              05 WS-TITULO-DEV.
                 10 FILLER            PIC X(03) VALUE SPACES.
                 10 FILLER            PIC X(08) VALUE 'DNI     '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(06) VALUE 'CANAL '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(03) VALUE 'MOT'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(30) VALUE 'Detalle'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(10) VALUE 'FECHA     '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(26) VALUE 'RESULTADO'.
              05 WS-TITULO-TRB.
                 10 FILLER            PIC X(03) VALUE SPACES.
                 10 FILLER            PIC X(08) VALUE 'DNI     '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(20) VALUE 'Apellido'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(20) VALUE 'Nombre'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(15) VALUE 'Telefono'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(12) VALUE 'POSTAL'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(12) VALUE 'EMAIL'.

           01 WS-ENCAB-RPT.
              05 FILLER                PIC X(01) VALUE SPACE.
              05 FILLER                PIC X(40) VALUE
                       'DEVOLUCIONES DE CORREO Y EMAIL'.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 FILLER                PIC X(07) VALUE 'FECHA: '.
              05 WS-ENCAB-FECHA        PIC 9999/99/99.
              05 FILLER                PIC X(05) VALUE SPACES.
              05 FILLER                PIC X(08) VALUE 'PAGINA: '.
              05 WS-ENCAB-PAGINA       PIC ZZZ9.
              05 FILLER                PIC X(56) VALUE SPACES.

           01 WS-ENCAB-TRB.
              05 FILLER                PIC X(01) VALUE SPACE.
              05 FILLER                PIC X(40) VALUE
                       'ACTIVOS SIN CANAL DE CONTACTO - LLAMAR'.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 FILLER                PIC X(07) VALUE 'FECHA: '.
              05 WS-ENCAB-TRB-FECHA    PIC 9999/99/99.
              05 FILLER                PIC X(05) VALUE SPACES.
              05 FILLER                PIC X(08) VALUE 'PAGINA: '.
              05 WS-ENCAB-TRB-PAGINA   PIC ZZZ9.
              05 FILLER                PIC X(56) VALUE SPACES.

           01 WS-FILA-DEV.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-FILA-DNI           PIC X(08).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-CANAL         PIC X(06).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-MOTIVO        PIC X(03).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-DETALLE       PIC X(30).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-FECHA         PIC X(10).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-RESULTADO     PIC X(26).
              05 FILLER                PIC X(37) VALUE SPACES.

           01 WS-FILA-TRB.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-TRB-DNI            PIC 9(08).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-TRB-APELLIDO       PIC X(20).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-TRB-NOMBRE         PIC X(20).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-TRB-TELEFONO       PIC X(15).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-TRB-POSTAL         PIC X(12).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-TRB-EMAIL          PIC X(12).
              05 FILLER                PIC X(33) VALUE SPACES.

           01 WS-FECHA-DEV-ED.
              05 WS-FDEV-AAAA          PIC X(04).
              05 FILLER                PIC X(01) VALUE '/'.
              05 WS-FDEV-MM            PIC X(02).
              05 FILLER                PIC X(01) VALUE '/'.
              05 WS-FDEV-DD            PIC X(02).

           01 WS-FILA-TOTAL.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-TOT-ETIQUETA       PIC X(40).
              05 WS-TOT-VALOR          PIC ZZZZZ9.
              05 FILLER                PIC X(84) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 0000-INICIAR-PROGRAMA
              THRU 0000-INICIAR-PROGRAMA-EXIT.

           IF WS-DEVIN-ABIERTO
               PERFORM 1000-PROCESAR-DEVOLUCION
                  THRU 1000-PROCESAR-DEVOLUCION-EXIT WITH TEST BEFORE
                 UNTIL WS-FIN-DEVIN
           END-IF.

           PERFORM 3000-TOTALES-DEVOLUCIONES
              THRU 3000-TOTALES-DEVOLUCIONES-EXIT.

           MOVE ZERO TO CL08-DNI OF FD-REG-MAEUSU.
           START MAEUSU KEY NOT LESS THAN CL08-DNI OF FD-REG-MAEUSU
               INVALID KEY
                   SET WS-FIN-MAESTRO TO TRUE
           END-START.

           PERFORM 4000-RECORRER-MAESTRO
              THRU 4000-RECORRER-MAESTRO-EXIT WITH TEST BEFORE
             UNTIL WS-FIN-MAESTRO.

           PERFORM 4500-TOTALES-TRABAJO
              THRU 4500-TOTALES-TRABAJO-EXIT.

           PERFORM 9000-CERRAR-ARCHIVOS
              THRU 9000-CERRAR-ARCHIVOS-EXIT.

           DISPLAY "Devoluciones de correo y email finalizadas.".
           DISPLAY "  Devoluciones leidas .: " WS-CANT-LEIDAS.
           DISPLAY "  Registradas .........: " WS-CANT-REGISTRADAS.
           DISPLAY "  Ya registradas ......: " WS-CANT-YA-REGISTRADAS.
           DISPLAY "  Rechazadas ..........: " WS-CANT-RECHAZADAS.
           DISPLAY "  Activos sin canal ...: " WS-CANT-SIN-CANAL.

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

           DISPLAY "Devoluciones de correo y email - CL08EJ21".

      * Sin archivo de devoluciones igual se emite la lista de trabajo
      * con la situacion vigente de los contactos.
           OPEN INPUT DEVIN.
           IF WS-FS-DEVIN-OK
               SET WS-DEVIN-ABIERTO TO TRUE
           ELSE
               DISPLAY "No se recibio archivo de devoluciones (DEVIN, "
                       "status " WS-FS-DEVIN "), solo se emite la "
                       "lista de trabajo."
           END-IF.

           OPEN INPUT MAEUSU.
           IF NOT WS-FS-MAEUSU-OK
               DISPLAY "No se pudo abrir MAEUSU, status " WS-FS-MAEUSU
               PERFORM 0100-CERRAR-DEVIN
                  THRU 0100-CERRAR-DEVIN-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CONUSU.
           IF NOT WS-FS-CONUSU-OK
               DISPLAY "No se pudo abrir CONUSU, status " WS-FS-CONUSU
               PERFORM 0100-CERRAR-DEVIN
                  THRU 0100-CERRAR-DEVIN-EXIT
               CLOSE MAEUSU
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND AUDLOG.
           IF NOT WS-FS-AUDLOG-OK
               OPEN OUTPUT AUDLOG
           END-IF.
           IF NOT WS-FS-AUDLOG-OK
               DISPLAY "No se pudo abrir AUDLOG, status " WS-FS-AUDLOG
               PERFORM 0100-CERRAR-DEVIN
                  THRU 0100-CERRAR-DEVIN-EXIT
               CLOSE MAEUSU
               CLOSE CONUSU
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT DEVRPT.
           IF NOT WS-FS-DEVRPT-OK
               DISPLAY "No se pudo abrir DEVRPT, status " WS-FS-DEVRPT
               PERFORM 0100-CERRAR-DEVIN
                  THRU 0100-CERRAR-DEVIN-EXIT
               CLOSE MAEUSU
               CLOSE CONUSU
               CLOSE AUDLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT DEVTRB.
           IF NOT WS-FS-DEVTRB-OK
               DISPLAY "No se pudo abrir DEVTRB, status " WS-FS-DEVTRB
               PERFORM 0100-CERRAR-DEVIN
                  THRU 0100-CERRAR-DEVIN-EXIT
               CLOSE MAEUSU
               CLOSE CONUSU
               CLOSE AUDLOG
               CLOSE DEVRPT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 7100-ENCABEZADO-RPT
              THRU 7100-ENCABEZADO-RPT-EXIT.
           PERFORM 7200-ENCABEZADO-TRB
              THRU 7200-ENCABEZADO-TRB-EXIT.

       0000-INICIAR-PROGRAMA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       0100-CERRAR-DEVIN.

           IF WS-DEVIN-ABIERTO
               CLOSE DEVIN
           END-IF.

       0100-CERRAR-DEVIN-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Cada devolucion marca solo el canal informado. Si la misma
      * devolucion (o una mas vieja) ya esta registrada no se vuelve a
      * grabar, y si el dato se cambio en mantenimiento despues de la
      * fecha de devolucion, la devolucion es del dato anterior.
      *----------------------------------------------------------------*
       1000-PROCESAR-DEVOLUCION.

           READ DEVIN INTO WS-REG-DEVIN
               AT END
                   SET WS-FIN-DEVIN TO TRUE
                   GO TO 1000-PROCESAR-DEVOLUCION-EXIT
           END-READ.

           IF NOT WS-FS-DEVIN-OK
               DISPLAY "Error al leer DEVIN, status " WS-FS-DEVIN
               ADD 1 TO WS-CANT-ERRORES
               SET WS-FIN-DEVIN TO TRUE
               GO TO 1000-PROCESAR-DEVOLUCION-EXIT
           END-IF.

           IF WS-REG-DEVIN = SPACES
               GO TO 1000-PROCESAR-DEVOLUCION-EXIT
           END-IF.

           ADD 1 TO WS-CANT-LEIDAS.

           MOVE WS-DEV-DNI     TO WS-FILA-DNI.
           MOVE WS-DEV-MOTIVO  TO WS-FILA-MOTIVO.
           MOVE WS-DEV-DETALLE TO WS-FILA-DETALLE.
           MOVE WS-DEV-FECHA(1:4) TO WS-FDEV-AAAA.
           MOVE WS-DEV-FECHA(5:2) TO WS-FDEV-MM.
           MOVE WS-DEV-FECHA(7:2) TO WS-FDEV-DD.
           MOVE WS-FECHA-DEV-ED TO WS-FILA-FECHA.
           EVALUATE TRUE
               WHEN WS-DEV-CANAL-POSTAL
                   MOVE 'POSTAL' TO WS-FILA-CANAL
               WHEN WS-DEV-CANAL-EMAIL
                   MOVE 'EMAIL ' TO WS-FILA-CANAL
               WHEN OTHER
                   MOVE WS-DEV-CANAL TO WS-FILA-CANAL
           END-EVALUATE.

           IF WS-DEV-DNI IS NOT NUMERIC
              OR WS-DEV-DNI-NUM = ZERO
              OR WS-DEV-FECHA IS NOT NUMERIC
              OR NOT (WS-DEV-CANAL-POSTAL OR WS-DEV-CANAL-EMAIL)
               MOVE 'RECHAZADA: REG. INVALIDO' TO WS-FILA-RESULTADO
               PERFORM 2500-RECHAZAR-DEVOLUCION
                  THRU 2500-RECHAZAR-DEVOLUCION-EXIT
               GO TO 1000-PROCESAR-DEVOLUCION-EXIT
           END-IF.

           MOVE WS-DEV-DNI-NUM TO CL08C-DNI OF FD-REG-CONUSU.
           READ CONUSU
               INVALID KEY
                   MOVE 'RECHAZADA: SIN CONTACTO' TO WS-FILA-RESULTADO
                   PERFORM 2500-RECHAZAR-DEVOLUCION
                      THRU 2500-RECHAZAR-DEVOLUCION-EXIT
                   GO TO 1000-PROCESAR-DEVOLUCION-EXIT
           END-READ.

           IF WS-DEV-CANAL-POSTAL
               PERFORM 2000-MARCAR-POSTAL
                  THRU 2000-MARCAR-POSTAL-EXIT
           ELSE
               PERFORM 2100-MARCAR-EMAIL
                  THRU 2100-MARCAR-EMAIL-EXIT
           END-IF.

       1000-PROCESAR-DEVOLUCION-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2000-MARCAR-POSTAL.

           IF CL08C-DIRECCION OF FD-REG-CONUSU = SPACES
               MOVE 'RECHAZADA: SIN DIRECCION' TO WS-FILA-RESULTADO
               PERFORM 2500-RECHAZAR-DEVOLUCION
                  THRU 2500-RECHAZAR-DEVOLUCION-EXIT
               GO TO 2000-MARCAR-POSTAL-EXIT
           END-IF.

           IF CL08C-FECHA-ACT-POSTAL OF FD-REG-CONUSU IS NUMERIC
              AND CL08C-FECHA-ACT-POSTAL OF FD-REG-CONUSU
                  > WS-DEV-FECHA-NUM
               ADD 1 TO WS-CANT-DATO-NUEVO
               MOVE 'IGNORADA: DIRECCION NUEVA' TO WS-FILA-RESULTADO
               PERFORM 7150-ESCRIBIR-DETALLE-RPT
                  THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT
               GO TO 2000-MARCAR-POSTAL-EXIT
           END-IF.

           IF CL08C-POSTAL-DEVUELTO OF FD-REG-CONUSU
              AND CL08C-FECHA-DEV-POSTAL OF FD-REG-CONUSU
                  NOT < WS-DEV-FECHA-NUM
               ADD 1 TO WS-CANT-YA-REGISTRADAS
               MOVE 'YA REGISTRADA' TO WS-FILA-RESULTADO
               PERFORM 7150-ESCRIBIR-DETALLE-RPT
                  THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT
               GO TO 2000-MARCAR-POSTAL-EXIT
           END-IF.

           MOVE 'D'              TO CL08C-VERIF-POSTAL OF FD-REG-CONUSU.
           MOVE WS-DEV-FECHA-NUM
             TO CL08C-FECHA-DEV-POSTAL OF FD-REG-CONUSU.
           MOVE WS-DEV-MOTIVO
             TO CL08C-MOTIVO-DEV-POSTAL OF FD-REG-CONUSU.

           PERFORM 2200-GRABAR-CONTACTO
              THRU 2200-GRABAR-CONTACTO-EXIT.

           IF WS-FS-CONUSU-OK
               ADD 1 TO WS-CANT-POSTALES
           END-IF.

       2000-MARCAR-POSTAL-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2100-MARCAR-EMAIL.

           IF CL08C-EMAIL OF FD-REG-CONUSU = SPACES
               MOVE 'RECHAZADA: SIN EMAIL' TO WS-FILA-RESULTADO
               PERFORM 2500-RECHAZAR-DEVOLUCION
                  THRU 2500-RECHAZAR-DEVOLUCION-EXIT
               GO TO 2100-MARCAR-EMAIL-EXIT
           END-IF.

           IF CL08C-FECHA-ACT-EMAIL OF FD-REG-CONUSU IS NUMERIC
              AND CL08C-FECHA-ACT-EMAIL OF FD-REG-CONUSU
                  > WS-DEV-FECHA-NUM
               ADD 1 TO WS-CANT-DATO-NUEVO
               MOVE 'IGNORADA: EMAIL NUEVO' TO WS-FILA-RESULTADO
               PERFORM 7150-ESCRIBIR-DETALLE-RPT
                  THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT
               GO TO 2100-MARCAR-EMAIL-EXIT
           END-IF.

           IF CL08C-EMAIL-REBOTADO OF FD-REG-CONUSU
              AND CL08C-FECHA-DEV-EMAIL OF FD-REG-CONUSU
                  NOT < WS-DEV-FECHA-NUM
               ADD 1 TO WS-CANT-YA-REGISTRADAS
               MOVE 'YA REGISTRADA' TO WS-FILA-RESULTADO
               PERFORM 7150-ESCRIBIR-DETALLE-RPT
                  THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT
               GO TO 2100-MARCAR-EMAIL-EXIT
           END-IF.

           MOVE 'D'              TO CL08C-VERIF-EMAIL OF FD-REG-CONUSU.
           MOVE WS-DEV-FECHA-NUM
             TO CL08C-FECHA-DEV-EMAIL OF FD-REG-CONUSU.
           MOVE WS-DEV-MOTIVO
             TO CL08C-MOTIVO-DEV-EMAIL OF FD-REG-CONUSU.

           PERFORM 2200-GRABAR-CONTACTO
              THRU 2200-GRABAR-CONTACTO-EXIT.

           IF WS-FS-CONUSU-OK
               ADD 1 TO WS-CANT-EMAILS
           END-IF.

       2100-MARCAR-EMAIL-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2200-GRABAR-CONTACTO.

           REWRITE FD-REG-CONUSU
               INVALID KEY
                   ADD 1 TO WS-CANT-ERRORES
                   DISPLAY "Error al actualizar el contacto del DNI "
                           CL08C-DNI OF FD-REG-CONUSU
                           ", status " WS-FS-CONUSU
                   MOVE 'ERROR AL ACTUALIZAR' TO WS-FILA-RESULTADO
                   PERFORM 7150-ESCRIBIR-DETALLE-RPT
                      THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT
                   GO TO 2200-GRABAR-CONTACTO-EXIT
           END-REWRITE.

           ADD 1 TO WS-CANT-REGISTRADAS.

           PERFORM 6100-GRABAR-AUDITORIA
              THRU 6100-GRABAR-AUDITORIA-EXIT.

           MOVE 'REGISTRADA' TO WS-FILA-RESULTADO.
           PERFORM 7150-ESCRIBIR-DETALLE-RPT
              THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT.

       2200-GRABAR-CONTACTO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2500-RECHAZAR-DEVOLUCION.

           ADD 1 TO WS-CANT-RECHAZADAS.

           PERFORM 7150-ESCRIBIR-DETALLE-RPT
              THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT.

       2500-RECHAZAR-DEVOLUCION-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3000-TOTALES-DEVOLUCIONES.

           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-DEVRPT FROM WS-LINEA-RPT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'DEVOLUCIONES LEIDAS ..................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-LEIDAS TO WS-TOT-VALOR.
           WRITE FD-REG-DEVRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'REGISTRADAS ..........................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-REGISTRADAS TO WS-TOT-VALOR.
           WRITE FD-REG-DEVRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE '  CORRESPONDENCIA POSTAL DEVUELTA ....: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-POSTALES TO WS-TOT-VALOR.
           WRITE FD-REG-DEVRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE '  EMAIL REBOTADO .....................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-EMAILS TO WS-TOT-VALOR.
           WRITE FD-REG-DEVRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'YA REGISTRADAS EN CORRIDAS ANTERIORES : '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-YA-REGISTRADAS TO WS-TOT-VALOR.
           WRITE FD-REG-DEVRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'IGNORADAS POR DATO YA CAMBIADO .......: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-DATO-NUEVO TO WS-TOT-VALOR.
           WRITE FD-REG-DEVRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'RECHAZADAS ...........................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-RECHAZADAS TO WS-TOT-VALOR.
           WRITE FD-REG-DEVRPT FROM WS-FILA-TOTAL.

           IF WS-CANT-ERRORES NOT = ZERO
               MOVE SPACES TO WS-FILA-TOTAL
               MOVE 'ERRORES DE ACTUALIZACION .............: '
                 TO WS-TOT-ETIQUETA
               MOVE WS-CANT-ERRORES TO WS-TOT-VALOR
               WRITE FD-REG-DEVRPT FROM WS-FILA-TOTAL
           END-IF.

       3000-TOTALES-DEVOLUCIONES-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Lista de trabajo: usuarios activos sin ningun canal escrito
      * utilizable (sin contacto, o con el domicilio y el email vacios
      * o devueltos), para llamarlos y corregir el contacto desde el
      * mantenimiento.
      *----------------------------------------------------------------*
       4000-RECORRER-MAESTRO.

           READ MAEUSU NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

           IF NOT WS-FS-MAEUSU-OK
               SET WS-FIN-MAESTRO TO TRUE
               GO TO 4000-RECORRER-MAESTRO-EXIT
           END-IF.

           IF NOT CL08-ACTIVO OF FD-REG-MAEUSU
               GO TO 4000-RECORRER-MAESTRO-EXIT
           END-IF.

           ADD 1 TO WS-CANT-ACTIVOS.

           MOVE CL08-DNI OF FD-REG-MAEUSU TO CL08C-DNI OF FD-REG-CONUSU.
           READ CONUSU
               INVALID KEY
                   MOVE SPACES TO WS-TRB-TELEFONO
                   MOVE 'SIN CONTACTO' TO WS-TRB-POSTAL
                                          WS-TRB-EMAIL
                   PERFORM 4200-LISTAR-TRABAJO
                      THRU 4200-LISTAR-TRABAJO-EXIT
                   GO TO 4000-RECORRER-MAESTRO-EXIT
           END-READ.

           PERFORM 4100-EVALUAR-CANALES
              THRU 4100-EVALUAR-CANALES-EXIT.

           IF WS-POSTAL-UTIL OR WS-EMAIL-UTIL
               GO TO 4000-RECORRER-MAESTRO-EXIT
           END-IF.

           MOVE CL08C-TELEFONO OF FD-REG-CONUSU TO WS-TRB-TELEFONO.
           PERFORM 4200-LISTAR-TRABAJO
              THRU 4200-LISTAR-TRABAJO-EXIT.

       4000-RECORRER-MAESTRO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4100-EVALUAR-CANALES.

           MOVE 'N' TO WS-POSTAL-SW.
           EVALUATE TRUE
               WHEN CL08C-DIRECCION OF FD-REG-CONUSU = SPACES
                   MOVE 'SIN DATO' TO WS-TRB-POSTAL
               WHEN CL08C-POSTAL-DEVUELTO OF FD-REG-CONUSU
                   MOVE 'DEVUELTO' TO WS-TRB-POSTAL
               WHEN OTHER
                   MOVE 'S' TO WS-POSTAL-SW
                   MOVE SPACES TO WS-TRB-POSTAL
           END-EVALUATE.

           MOVE 'N' TO WS-EMAIL-SW.
           EVALUATE TRUE
               WHEN CL08C-EMAIL OF FD-REG-CONUSU = SPACES
                   MOVE 'SIN DATO' TO WS-TRB-EMAIL
               WHEN CL08C-EMAIL-REBOTADO OF FD-REG-CONUSU
                   MOVE 'REBOTADO' TO WS-TRB-EMAIL
               WHEN OTHER
                   MOVE 'S' TO WS-EMAIL-SW
                   MOVE SPACES TO WS-TRB-EMAIL
           END-EVALUATE.

       4100-EVALUAR-CANALES-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4200-LISTAR-TRABAJO.

           ADD 1 TO WS-CANT-SIN-CANAL.

           MOVE CL08-DNI OF FD-REG-MAEUSU      TO WS-TRB-DNI.
           MOVE CL08-APELLIDO OF FD-REG-MAEUSU TO WS-TRB-APELLIDO.
           MOVE CL08-NOMBRE OF FD-REG-MAEUSU   TO WS-TRB-NOMBRE.

           PERFORM 7250-ESCRIBIR-DETALLE-TRB
              THRU 7250-ESCRIBIR-DETALLE-TRB-EXIT.

       4200-LISTAR-TRABAJO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4500-TOTALES-TRABAJO.

           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-DEVTRB FROM WS-LINEA-RPT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'USUARIOS ACTIVOS .....................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-ACTIVOS TO WS-TOT-VALOR.
           WRITE FD-REG-DEVTRB FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'ACTIVOS SIN CANAL DE CONTACTO ........: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-SIN-CANAL TO WS-TOT-VALOR.
           WRITE FD-REG-DEVTRB FROM WS-FILA-TOTAL.

       4500-TOTALES-TRABAJO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       6100-GRABAR-AUDITORIA.

           MOVE WS-OPERADOR     TO CL08A-USUARIO OF WS-REG-AUDLOG.
           MOVE WS-FECHA-NUM    TO CL08A-FECHA OF WS-REG-AUDLOG.
           MOVE WS-HORA-HHMMSS  TO CL08A-HORA OF WS-REG-AUDLOG.
           MOVE CL08C-DNI OF FD-REG-CONUSU
                                TO CL08A-DNI OF WS-REG-AUDLOG.
           MOVE WS-ACCION-AUDIT TO CL08A-ACCION OF WS-REG-AUDLOG.

           WRITE FD-REG-AUDLOG FROM WS-REG-AUDLOG.

       6100-GRABAR-AUDITORIA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7100-ENCABEZADO-RPT.

           ADD 1 TO WS-NUM-PAGINA.

           MOVE WS-FECHA-NUM    TO WS-ENCAB-FECHA.
           MOVE WS-NUM-PAGINA   TO WS-ENCAB-PAGINA.

           WRITE FD-REG-DEVRPT FROM WS-ENCAB-RPT.
           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-DEVRPT FROM WS-LINEA-RPT.
           WRITE FD-REG-DEVRPT FROM WS-TIT-LINEA-1.
           WRITE FD-REG-DEVRPT FROM WS-TITULO-DEV.
           WRITE FD-REG-DEVRPT FROM WS-TIT-LINEA-1.

           MOVE ZERO TO WS-CONT-LINEAS.

       7100-ENCABEZADO-RPT-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7150-ESCRIBIR-DETALLE-RPT.

           IF WS-CONT-LINEAS >= WS-LINEAS-PAGINA
               PERFORM 7100-ENCABEZADO-RPT
                  THRU 7100-ENCABEZADO-RPT-EXIT
           END-IF.

           WRITE FD-REG-DEVRPT FROM WS-FILA-DEV.
           ADD 1 TO WS-CONT-LINEAS.

       7150-ESCRIBIR-DETALLE-RPT-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7200-ENCABEZADO-TRB.

           ADD 1 TO WS-NUM-PAGINA-TRB.

           MOVE WS-FECHA-NUM      TO WS-ENCAB-TRB-FECHA.
           MOVE WS-NUM-PAGINA-TRB TO WS-ENCAB-TRB-PAGINA.

           WRITE FD-REG-DEVTRB FROM WS-ENCAB-TRB.
           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-DEVTRB FROM WS-LINEA-RPT.
           WRITE FD-REG-DEVTRB FROM WS-TIT-LINEA-1.
           WRITE FD-REG-DEVTRB FROM WS-TITULO-TRB.
           WRITE FD-REG-DEVTRB FROM WS-TIT-LINEA-1.

           MOVE ZERO TO WS-CONT-LINEAS-TRB.

       7200-ENCABEZADO-TRB-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7250-ESCRIBIR-DETALLE-TRB.

           IF WS-CONT-LINEAS-TRB >= WS-LINEAS-PAGINA
               PERFORM 7200-ENCABEZADO-TRB
                  THRU 7200-ENCABEZADO-TRB-EXIT
           END-IF.

           WRITE FD-REG-DEVTRB FROM WS-FILA-TRB.
           ADD 1 TO WS-CONT-LINEAS-TRB.

       7250-ESCRIBIR-DETALLE-TRB-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       9000-CERRAR-ARCHIVOS.

           PERFORM 0100-CERRAR-DEVIN
              THRU 0100-CERRAR-DEVIN-EXIT.
           CLOSE MAEUSU.
           CLOSE CONUSU.
           CLOSE AUDLOG.
           CLOSE DEVRPT.
           CLOSE DEVTRB.

       9000-CERRAR-ARCHIVOS-EXIT.

           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL08EJ21.
