      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL08EJ19.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENAPR ASSIGN TO "PENAPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL08P-CLAVE OF FD-REG-PENAPR
               FILE STATUS IS WS-FS-PENAPR.

           SELECT AUDLOG ASSIGN TO "AUDLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDLOG.

           SELECT PENRPT ASSIGN TO "PENRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PENRPT.

           SELECT PENCTL ASSIGN TO "PENCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PENCTL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  PENAPR
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-PENAPR.
           03  CL08P-CABECERA.
           COPY CL08PDET.
           03  CL08P-USUARIO-ANTES.
           COPY CL08UDET.
           03  CL08P-OPERADOR-ANTES.
           COPY CL08ODET.
           03  CL08P-OPERADOR-NUEVO.
           COPY CL08ODET.

       FD  AUDLOG
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-AUDLOG.
           COPY CL08ADET.

       FD  PENRPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  FD-REG-PENRPT               PIC X(133).

       FD  PENCTL
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-PENCTL               PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-CONTADORES.
              05 WS-CANT-LEIDAS          PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-DEMORADAS       PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-VENCIDAS        PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-AL-DIA          PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-ERRORES         PIC 9(06) COMP VALUE ZERO.

      * PENCTL: posiciones 1-3 dias de espera a partir de los cuales
      * la solicitud se lista como demorada; 4-6 dias a partir de los
      * cuales vence y se elimina (000 = no vence nunca).
           01 WS-PARM-PENCTL.
              05 WS-PARM-DIAS-AVISO      PIC X(03).
              05 WS-PARM-DIAS-AVISO-NUM REDEFINES WS-PARM-DIAS-AVISO
                                         PIC 9(03).
              05 WS-PARM-DIAS-VENCE      PIC X(03).
              05 WS-PARM-DIAS-VENCE-NUM REDEFINES WS-PARM-DIAS-VENCE
                                         PIC 9(03).
              05 FILLER                  PIC X(74).

           77 WS-DIAS-AVISO              PIC 9(03) COMP VALUE 3.
           77 WS-DIAS-VENCE              PIC 9(03) COMP VALUE 30.
           77 WS-DIAS-ESPERA             PIC S9(05) COMP VALUE ZERO.
           77 WS-OPERADOR                PIC X(08) VALUE 'SISTEMA '.
           77 WS-ACCION-AUDIT            PIC X(01) VALUE 'V'.
           77 WS-DNI-NUM                 PIC 9(08).
           77 WS-FIN-PENDIENTES-SW       PIC X(01) VALUE 'N'.
               88 WS-FIN-PENDIENTES                VALUE 'S'.
           77 WS-PENCTL-USADO-SW         PIC X(01) VALUE 'N'.
               88 WS-PENCTL-USADO                  VALUE 'S'.

           01 WS-FECHA-SOL-GRP.
              05 WS-FSOL-AAAA            PIC 9(04).
              05 WS-FSOL-MM              PIC 9(02).
              05 WS-FSOL-DD              PIC 9(02).

           01 WS-FECHA-NUM-GRP.
              05 WS-FECHA-AAAA           PIC 9(04).
              05 WS-FECHA-MM             PIC 9(02).
              05 WS-FECHA-DD             PIC 9(02).
           01 WS-FECHA-NUM REDEFINES WS-FECHA-NUM-GRP
                                          PIC 9(08).

           77 WS-HORA-RAW                PIC X(08).
           77 WS-HORA-HHMMSS             PIC 9(06).

           01 WS-ESTADOS-ARCHIVO.
              05 WS-FS-PENAPR           PIC X(02) VALUE '00'.
                 88 WS-FS-PENAPR-OK              VALUE '00'.
              05 WS-FS-AUDLOG           PIC X(02) VALUE '00'.
                 88 WS-FS-AUDLOG-OK              VALUE '00'.
              05 WS-FS-PENRPT           PIC X(02) VALUE '00'.
                 88 WS-FS-PENRPT-OK              VALUE '00'.
              05 WS-FS-PENCTL           PIC X(02) VALUE '00'.
                 88 WS-FS-PENCTL-OK              VALUE '00'.

           01 WS-REG-AUDLOG.
              COPY CL08ADET.

           01 WS-LINEA-RPT                PIC X(133).

           77 WS-NUM-PAGINA               PIC 9(04) COMP VALUE ZERO.
           77 WS-LINEAS-PAGINA            PIC 9(02) COMP VALUE 50.
           77 WS-CONT-LINEAS              PIC 9(02) COMP VALUE ZERO.

           01 WS-TITULOS.
              05 WS-TIT-LINEA-1       PIC X(80).
              05 WS-TITULO.
                 10 FILLER            PIC X(03) VALUE SPACES.
                 10 FILLER            PIC X(08) VALUE 'TIPO    '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(08) VALUE 'DNI/OPER'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(08) VALUE 'PEDIDO  '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(10) VALUE 'FECHA     '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(04) VALUE 'DIAS'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(40) VALUE
                                               'Motivo'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(10) VALUE 'SITUACION '.

           01 WS-ENCAB-RPT.
              05 FILLER                PIC X(01) VALUE SPACE.
              05 FILLER                PIC X(30) VALUE
                       'SOLICITUDES SIN APROBAR MAS DE'.
              05 FILLER                PIC X(01) VALUE SPACE.
              05 WS-ENCAB-DIAS         PIC ZZ9.
              05 FILLER                PIC X(08) VALUE ' DIAS   '.
              05 FILLER                PIC X(07) VALUE 'FECHA: '.
              05 WS-ENCAB-FECHA        PIC 9999/99/99.
              05 FILLER                PIC X(05) VALUE SPACES.
              05 FILLER                PIC X(08) VALUE 'PAGINA: '.
              05 WS-ENCAB-PAGINA       PIC ZZZ9.
              05 FILLER                PIC X(56) VALUE SPACES.

           01 WS-FILA-PEN.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-FILA-TIPO          PIC X(08).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-OBJETO        PIC X(08).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-SOLICITANTE   PIC X(08).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-FECHA         PIC 9999/99/99.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-DIAS          PIC ZZZ9.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-MOTIVO        PIC X(40).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-SITUACION     PIC X(10).
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

           PERFORM 1000-RECORRER-PENDIENTES
              THRU 1000-RECORRER-PENDIENTES-EXIT WITH TEST BEFORE
             UNTIL WS-FIN-PENDIENTES.

           PERFORM 3000-TOTALES
              THRU 3000-TOTALES-EXIT.

           PERFORM 9000-CERRAR-ARCHIVOS
              THRU 9000-CERRAR-ARCHIVOS-EXIT.

           DISPLAY "Control de solicitudes pendientes finalizado.".
           DISPLAY "  Solicitudes leidas ..: " WS-CANT-LEIDAS.
           DISPLAY "  Demoradas ...........: " WS-CANT-DEMORADAS.
           DISPLAY "  Vencidas ............: " WS-CANT-VENCIDAS.

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

           DISPLAY "Control de solicitudes pendientes - CL08EJ19".

           PERFORM 0100-LEER-PENCTL
              THRU 0100-LEER-PENCTL-EXIT.

           IF WS-DIAS-VENCE NOT = ZERO
              AND WS-DIAS-VENCE NOT > WS-DIAS-AVISO
               DISPLAY "Los dias de vencimiento deben superar a los "
                       "dias de aviso, no se procesa nada."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O PENAPR.
           IF NOT WS-FS-PENAPR-OK
               DISPLAY "No hay archivo de pendientes (PENAPR, status "
                       WS-FS-PENAPR "), nada para controlar."
               GOBACK
           END-IF.

           OPEN EXTEND AUDLOG.
           IF NOT WS-FS-AUDLOG-OK
               OPEN OUTPUT AUDLOG
           END-IF.
           IF NOT WS-FS-AUDLOG-OK
               DISPLAY "No se pudo abrir AUDLOG, status " WS-FS-AUDLOG
               CLOSE PENAPR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT PENRPT.
           IF NOT WS-FS-PENRPT-OK
               DISPLAY "No se pudo abrir PENRPT, status " WS-FS-PENRPT
               CLOSE PENAPR
               CLOSE AUDLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 7100-ENCABEZADO-RPT
              THRU 7100-ENCABEZADO-RPT-EXIT.

           MOVE LOW-VALUES TO CL08P-CLAVE OF FD-REG-PENAPR.
           START PENAPR KEY NOT LESS THAN CL08P-CLAVE OF FD-REG-PENAPR
               INVALID KEY
                   SET WS-FIN-PENDIENTES TO TRUE
           END-START.

       0000-INICIAR-PROGRAMA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       0100-LEER-PENCTL.

           OPEN INPUT PENCTL.
           IF NOT WS-FS-PENCTL-OK
               GO TO 0100-LEER-PENCTL-FIN
           END-IF.

           READ PENCTL NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

           IF WS-FS-PENCTL-OK
              AND FD-REG-PENCTL NOT = SPACES
               MOVE FD-REG-PENCTL TO WS-PARM-PENCTL
               IF WS-PARM-DIAS-AVISO IS NUMERIC
                   MOVE WS-PARM-DIAS-AVISO-NUM TO WS-DIAS-AVISO
                   SET WS-PENCTL-USADO TO TRUE
               END-IF
               IF WS-PARM-DIAS-VENCE IS NUMERIC
                   MOVE WS-PARM-DIAS-VENCE-NUM TO WS-DIAS-VENCE
               END-IF
           END-IF.

           CLOSE PENCTL.

       0100-LEER-PENCTL-FIN.

           IF WS-PENCTL-USADO
               DISPLAY "Parametros tomados de PENCTL."
           ELSE
               DISPLAY "Sin PENCTL valido, se usan los dias por "
                       "omision."
           END-IF.
           DISPLAY "  Dias de aviso .......: " WS-DIAS-AVISO.
           DISPLAY "  Dias de vencimiento .: " WS-DIAS-VENCE.

       0100-LEER-PENCTL-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1000-RECORRER-PENDIENTES.

           READ PENAPR NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

           IF NOT WS-FS-PENAPR-OK
               SET WS-FIN-PENDIENTES TO TRUE
               GO TO 1000-RECORRER-PENDIENTES-EXIT
           END-IF.

           ADD 1 TO WS-CANT-LEIDAS.

           MOVE CL08P-FECHA-SOL OF FD-REG-PENAPR TO WS-FECHA-SOL-GRP.

           COMPUTE WS-DIAS-ESPERA =
                   (WS-FECHA-AAAA - WS-FSOL-AAAA) * 365
                 + (WS-FECHA-MM - WS-FSOL-MM) * 30
                 + (WS-FECHA-DD - WS-FSOL-DD).

           IF WS-DIAS-ESPERA < ZERO
               MOVE ZERO TO WS-DIAS-ESPERA
           END-IF.

           IF WS-DIAS-VENCE NOT = ZERO
              AND WS-DIAS-ESPERA > WS-DIAS-VENCE
               PERFORM 2000-VENCER-SOLICITUD
                  THRU 2000-VENCER-SOLICITUD-EXIT
               GO TO 1000-RECORRER-PENDIENTES-EXIT
           END-IF.

           IF WS-DIAS-ESPERA > WS-DIAS-AVISO
               ADD 1 TO WS-CANT-DEMORADAS
               MOVE 'PENDIENTE ' TO WS-FILA-SITUACION
               PERFORM 1100-LISTAR-SOLICITUD
                  THRU 1100-LISTAR-SOLICITUD-EXIT
           ELSE
               ADD 1 TO WS-CANT-AL-DIA
           END-IF.

       1000-RECORRER-PENDIENTES-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       1100-LISTAR-SOLICITUD.

           IF CL08P-TIPO-BAJA OF FD-REG-PENAPR
               MOVE 'BAJA    ' TO WS-FILA-TIPO
           ELSE
               MOVE 'OPERADOR' TO WS-FILA-TIPO
           END-IF.

           MOVE CL08P-OBJETO OF FD-REG-PENAPR      TO WS-FILA-OBJETO.
           MOVE CL08P-SOLICITANTE OF FD-REG-PENAPR
             TO WS-FILA-SOLICITANTE.
           MOVE CL08P-FECHA-SOL OF FD-REG-PENAPR   TO WS-FILA-FECHA.
           MOVE WS-DIAS-ESPERA                     TO WS-FILA-DIAS.
           MOVE CL08P-MOTIVO OF FD-REG-PENAPR      TO WS-FILA-MOTIVO.

           PERFORM 7150-ESCRIBIR-DETALLE-RPT
              THRU 7150-ESCRIBIR-DETALLE-RPT-EXIT.

       1100-LISTAR-SOLICITUD-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2000-VENCER-SOLICITUD.

           DELETE PENAPR RECORD
               INVALID KEY
                   DISPLAY "Error al eliminar la solicitud vencida "
                           CL08P-CLAVE OF FD-REG-PENAPR
                           ", status " WS-FS-PENAPR
                   ADD 1 TO WS-CANT-ERRORES
                   GO TO 2000-VENCER-SOLICITUD-EXIT
           END-DELETE.

           ADD 1 TO WS-CANT-VENCIDAS.

           MOVE ZERO TO WS-DNI-NUM.
           IF CL08P-TIPO-BAJA OF FD-REG-PENAPR
               MOVE CL08P-DNI OF FD-REG-PENAPR TO WS-DNI-NUM
           END-IF.

           PERFORM 6100-GRABAR-AUDITORIA
              THRU 6100-GRABAR-AUDITORIA-EXIT.

           MOVE 'VENCIDA   ' TO WS-FILA-SITUACION.
           PERFORM 1100-LISTAR-SOLICITUD
              THRU 1100-LISTAR-SOLICITUD-EXIT.

       2000-VENCER-SOLICITUD-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3000-TOTALES.

           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-PENRPT FROM WS-LINEA-RPT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'SOLICITUDES PENDIENTES LEIDAS ........: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-LEIDAS TO WS-TOT-VALOR.
           WRITE FD-REG-PENRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'DENTRO DEL PLAZO .....................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-AL-DIA TO WS-TOT-VALOR.
           WRITE FD-REG-PENRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'DEMORADAS (SIGUEN PENDIENTES) ........: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-DEMORADAS TO WS-TOT-VALOR.
           WRITE FD-REG-PENRPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'VENCIDAS Y ELIMINADAS ................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-VENCIDAS TO WS-TOT-VALOR.
           WRITE FD-REG-PENRPT FROM WS-FILA-TOTAL.

       3000-TOTALES-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       6100-GRABAR-AUDITORIA.

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

           MOVE WS-DIAS-AVISO   TO WS-ENCAB-DIAS.
           MOVE WS-FECHA-NUM    TO WS-ENCAB-FECHA.
           MOVE WS-NUM-PAGINA   TO WS-ENCAB-PAGINA.

           WRITE FD-REG-PENRPT FROM WS-ENCAB-RPT.
           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-PENRPT FROM WS-LINEA-RPT.
           WRITE FD-REG-PENRPT FROM WS-TIT-LINEA-1.
           WRITE FD-REG-PENRPT FROM WS-TITULO.
           WRITE FD-REG-PENRPT FROM WS-TIT-LINEA-1.

           MOVE ZERO TO WS-CONT-LINEAS.

       7100-ENCABEZADO-RPT-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       7150-ESCRIBIR-DETALLE-RPT.

           IF WS-CONT-LINEAS >= WS-LINEAS-PAGINA
               PERFORM 7100-ENCABEZADO-RPT
                  THRU 7100-ENCABEZADO-RPT-EXIT
           END-IF.

           WRITE FD-REG-PENRPT FROM WS-FILA-PEN.
           ADD 1 TO WS-CONT-LINEAS.

       7150-ESCRIBIR-DETALLE-RPT-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       9000-CERRAR-ARCHIVOS.

           CLOSE PENAPR.
           CLOSE AUDLOG.
           CLOSE PENRPT.

       9000-CERRAR-ARCHIVOS-EXIT.

           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL08EJ19.
