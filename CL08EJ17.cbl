      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL08EJ17.
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

           SELECT AUDLOG ASSIGN TO "AUDLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUDLOG.

           SELECT JRNLOG ASSIGN TO "JRNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRNLOG.

           SELECT EDARPT ASSIGN TO "EDARPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EDARPT.

           SELECT EDACTL ASSIGN TO "EDACTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EDACTL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
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

       FD  EDARPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  FD-REG-EDARPT               PIC X(133).

       FD  EDACTL
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-EDACTL               PIC X(18).

       WORKING-STORAGE SECTION.
           01 WS-MOV-TABLA.
              05 WS-MOV-DESDE OCCURS 5 TIMES.
                 10 WS-MOV-HACIA OCCURS 5 TIMES
                                         PIC 9(06) COMP.

           01 WS-FRJ-TABLA.
              05 WS-FRJ-ITEM OCCURS 5 TIMES.
                 10 WS-FRJ-ANTES         PIC 9(06) COMP.
                 10 WS-FRJ-DESPUES       PIC 9(06) COMP.

           77 WS-SUB-AUX                 PIC 9(04) COMP.
           77 WS-SUB-DESDE               PIC 9(04) COMP.
           77 WS-SUB-HACIA               PIC 9(04) COMP.
           77 WS-SUB-FRANJA              PIC 9(04) COMP.
           77 WS-FRANJA-HALLADA          PIC 9(04) COMP.
           77 WS-FRANJA-ANTERIOR         PIC 9(04) COMP.
           77 WS-FRANJA-NUEVA            PIC 9(04) COMP.
           77 WS-EDAD-CLASIF             PIC 9(03).
           77 WS-EDAD-NUEVA              PIC S9(04) COMP VALUE ZERO.
           77 WS-FIN-MAESTRO-SW          PIC X(01) VALUE 'N'.
               88 WS-FIN-MAESTRO                   VALUE 'S'.

           01 WS-CONTADORES.
              05 WS-CANT-LEIDOS          PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-ACTIVOS         PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-INACTIVOS       PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-ACTUALIZADOS    PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-SIN-CAMBIO      PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-ANO-INVALIDO    PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-CAMBIO-FRANJA   PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-ERRORES         PIC 9(06) COMP VALUE ZERO.

      * Las actualizaciones de la corrida anual se registran en la
      * auditoria y en el journal a nombre de este operador de sistema.
           77 WS-OPERADOR                PIC X(08) VALUE 'SISTEMA '.
           77 WS-ACCION-AUDIT            PIC X(01) VALUE 'C'.

           01 WS-REG-EDACTL.
              05 WS-ECT-ANO              PIC 9(04).
              05 WS-ECT-FECHA            PIC 9(08).
              05 WS-ECT-HORA             PIC 9(06).

           01 WS-REG-AUDLOG.
              COPY CL08ADET.

           77 WS-HORA-RAW                PIC X(08).
           77 WS-HORA-HHMMSS             PIC 9(06).

           01 WS-FECHA-NUM-GRP.
              05 WS-FECHA-AAAA           PIC 9(04).
              05 WS-FECHA-MM             PIC 9(02).
              05 WS-FECHA-DD             PIC 9(02).
           01 WS-FECHA-NUM REDEFINES WS-FECHA-NUM-GRP
                                          PIC 9(08).

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

           01 WS-ESTADOS-ARCHIVO.
              05 WS-FS-MAEUSU           PIC X(02) VALUE '00'.
                 88 WS-FS-MAEUSU-OK              VALUE '00'.
              05 WS-FS-AUDLOG           PIC X(02) VALUE '00'.
                 88 WS-FS-AUDLOG-OK              VALUE '00'.
              05 WS-FS-JRNLOG           PIC X(02) VALUE '00'.
                 88 WS-FS-JRNLOG-OK              VALUE '00'.
              05 WS-FS-EDARPT           PIC X(02) VALUE '00'.
                 88 WS-FS-EDARPT-OK              VALUE '00'.
              05 WS-FS-EDACTL           PIC X(02) VALUE '00'.
                 88 WS-FS-EDACTL-OK              VALUE '00'.

           01 WS-LINEA-RPT                PIC X(133).

           01 WS-TITULOS.
              05 WS-TIT-LINEA-1       PIC X(80).
              05 WS-TITULO-FRANJA.
                 10 FILLER            PIC X(03) VALUE SPACES.
                 10 FILLER            PIC X(13) VALUE 'Franja etaria'.
                 10 FILLER            PIC X(03) VALUE SPACES.
                 10 FILLER            PIC X(07) VALUE '  ANTES'.
                 10 FILLER            PIC X(03) VALUE SPACES.
                 10 FILLER            PIC X(08) VALUE ' DESPUES'.
              05 WS-TITULO-MOV.
                 10 FILLER            PIC X(03) VALUE SPACES.
                 10 FILLER            PIC X(15) VALUE
                                               'Desde franja   '.
                 10 FILLER            PIC X(15) VALUE
                                               'Hacia franja   '.
                 10 FILLER            PIC X(03) VALUE SPACES.
                 10 FILLER            PIC X(06) VALUE ' CANT.'.

           01 WS-ENCAB-RPT.
              05 FILLER                PIC X(01) VALUE SPACE.
              05 FILLER                PIC X(32) VALUE
                       'ACTUALIZACION ANUAL DE EDADES'.
              05 FILLER                PIC X(07) VALUE 'FECHA: '.
              05 WS-ENCAB-FECHA        PIC 9999/99/99.
              05 FILLER                PIC X(05) VALUE SPACES.
              05 FILLER                PIC X(05) VALUE 'ANO: '.
              05 WS-ENCAB-ANO          PIC 9(04).
              05 FILLER                PIC X(69) VALUE SPACES.

           01 WS-FILA-FRANJA.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-FILA-FRANJA-DESC   PIC X(12).
              05 FILLER                PIC X(05) VALUE SPACES.
              05 WS-FILA-ANTES         PIC ZZZZZ9.
              05 FILLER                PIC X(05) VALUE SPACES.
              05 WS-FILA-DESPUES       PIC ZZZZZ9.
              05 FILLER                PIC X(96) VALUE SPACES.

           01 WS-FILA-MOV.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-FILA-DESDE         PIC X(12).
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-FILA-HACIA         PIC X(12).
              05 FILLER                PIC X(06) VALUE SPACES.
              05 WS-FILA-MOV-CANT      PIC ZZZZZ9.
              05 FILLER                PIC X(91) VALUE SPACES.

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

           PERFORM 3000-SECCION-FRANJAS
              THRU 3000-SECCION-FRANJAS-EXIT.

           PERFORM 3500-SECCION-MOVIMIENTOS
              THRU 3500-SECCION-MOVIMIENTOS-EXIT.

           PERFORM 4000-TOTALES
              THRU 4000-TOTALES-EXIT.

           PERFORM 9000-CERRAR-ARCHIVOS
              THRU 9000-CERRAR-ARCHIVOS-EXIT.

           IF WS-CANT-ERRORES = ZERO
               PERFORM 5000-GRABAR-CONTROL
                  THRU 5000-GRABAR-CONTROL-EXIT
           ELSE
               DISPLAY "Hubo errores al actualizar, no se registra "
                       "la corrida en EDACTL para poder repetirla."
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY "Actualizacion anual de edades finalizada.".
           DISPLAY "  Registros leidos ....: " WS-CANT-LEIDOS.
           DISPLAY "  Edades actualizadas .: " WS-CANT-ACTUALIZADOS.
           DISPLAY "  Cambios de franja ...: " WS-CANT-CAMBIO-FRANJA.
           DISPLAY "  Ano nac. invalido ...: " WS-CANT-ANO-INVALIDO.

           GOBACK.
      *----------------------------------------------------------------*
       0000-INICIAR-PROGRAMA.

           MOVE ALL '+-'    TO WS-TIT-LINEA-1.

           ACCEPT WS-FECHA-NUM-GRP FROM DATE YYYYMMDD.

           ACCEPT WS-HORA-RAW FROM TIME.
           MOVE WS-HORA-RAW(1:6) TO WS-HORA-HHMMSS.

           DISPLAY "Actualizacion anual de edades - CL08EJ17".

           INITIALIZE WS-MOV-TABLA
                      WS-FRJ-TABLA.

           PERFORM 0100-CONTROLAR-CORRIDA
              THRU 0100-CONTROLAR-CORRIDA-EXIT.

           OPEN I-O MAEUSU.
           IF NOT WS-FS-MAEUSU-OK
               DISPLAY "No se pudo abrir MAEUSU, status " WS-FS-MAEUSU
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND AUDLOG.
           IF NOT WS-FS-AUDLOG-OK
               OPEN OUTPUT AUDLOG
           END-IF.
           IF NOT WS-FS-AUDLOG-OK
               DISPLAY "No se pudo abrir AUDLOG, status " WS-FS-AUDLOG
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
               CLOSE MAEUSU
               CLOSE AUDLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT EDARPT.
           IF NOT WS-FS-EDARPT-OK
               DISPLAY "No se pudo abrir EDARPT, status " WS-FS-EDARPT
               CLOSE MAEUSU
               CLOSE AUDLOG
               CLOSE JRNLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-FECHA-NUM  TO WS-ENCAB-FECHA.
           MOVE WS-FECHA-AAAA TO WS-ENCAB-ANO.
           WRITE FD-REG-EDARPT FROM WS-ENCAB-RPT.
           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-EDARPT FROM WS-LINEA-RPT.

           MOVE ZERO TO CL08-DNI OF FD-REG-MAEUSU.
           START MAEUSU KEY NOT LESS THAN CL08-DNI OF FD-REG-MAEUSU
               INVALID KEY
                   SET WS-FIN-MAESTRO TO TRUE
           END-START.

       0000-INICIAR-PROGRAMA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * La edad se recalcula con el ano en curso, igual que en el alta
      * y el cambio. EDACTL guarda el ultimo ano procesado: una segunda
      * corrida en el mismo ano termina sin tocar el maestro, de modo
      * que el paso puede quedar fijo en el JOBPLN nocturno.
      *----------------------------------------------------------------*
       0100-CONTROLAR-CORRIDA.

           OPEN INPUT EDACTL.
           IF NOT WS-FS-EDACTL-OK
               GO TO 0100-CONTROLAR-CORRIDA-EXIT
           END-IF.

           READ EDACTL NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

           IF WS-FS-EDACTL-OK
               MOVE FD-REG-EDACTL TO WS-REG-EDACTL
               IF WS-ECT-ANO = WS-FECHA-AAAA
                   DISPLAY "Las edades del ano " WS-FECHA-AAAA
                           " ya fueron actualizadas el "
                           WS-ECT-FECHA ", no se vuelve a correr."
                   DISPLAY "Para forzar la corrida elimine el "
                           "archivo de control EDACTL."
                   CLOSE EDACTL
                   GOBACK
               END-IF
           END-IF.

           CLOSE EDACTL.

       0100-CONTROLAR-CORRIDA-EXIT.

           EXIT.
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

           IF CL08-INACTIVO OF FD-REG-MAEUSU
               ADD 1 TO WS-CANT-INACTIVOS
           ELSE
               ADD 1 TO WS-CANT-ACTIVOS
           END-IF.

           MOVE CL08-EDAD OF FD-REG-MAEUSU TO WS-EDAD-CLASIF.
           PERFORM 2100-CLASIFICAR-FRANJA
              THRU 2100-CLASIFICAR-FRANJA-EXIT.
           MOVE WS-FRANJA-HALLADA TO WS-FRANJA-ANTERIOR.

           COMPUTE WS-EDAD-NUEVA = WS-FECHA-AAAA
                 - CL08-ANO-NACIMIENTO OF FD-REG-MAEUSU.

           IF WS-EDAD-NUEVA < ZERO
              OR WS-EDAD-NUEVA > 999
              OR CL08-ANO-NACIMIENTO OF FD-REG-MAEUSU = ZERO
               ADD 1 TO WS-CANT-ANO-INVALIDO
               DISPLAY "Aviso: DNI " CL08-DNI OF FD-REG-MAEUSU
                       " con ano de nacimiento invalido, no se "
                       "actualiza."
               MOVE WS-FRANJA-ANTERIOR TO WS-FRANJA-NUEVA
               PERFORM 2200-ACUMULAR-FRANJAS
                  THRU 2200-ACUMULAR-FRANJAS-EXIT
               GO TO 1000-RECORRER-MAESTRO-EXIT
           END-IF.

           IF WS-EDAD-NUEVA = CL08-EDAD OF FD-REG-MAEUSU
               ADD 1 TO WS-CANT-SIN-CAMBIO
               MOVE WS-FRANJA-ANTERIOR TO WS-FRANJA-NUEVA
               PERFORM 2200-ACUMULAR-FRANJAS
                  THRU 2200-ACUMULAR-FRANJAS-EXIT
               GO TO 1000-RECORRER-MAESTRO-EXIT
           END-IF.

           PERFORM 2000-ACTUALIZAR-EDAD
              THRU 2000-ACTUALIZAR-EDAD-EXIT.

       1000-RECORRER-MAESTRO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2000-ACTUALIZAR-EDAD.

           MOVE WS-EDAD-NUEVA  TO CL08-EDAD OF FD-REG-MAEUSU.
           MOVE WS-OPERADOR    TO CL08-USUARIO-MOD OF FD-REG-MAEUSU.
           MOVE WS-FECHA-NUM   TO CL08-FECHA-MOD OF FD-REG-MAEUSU.
           MOVE WS-HORA-HHMMSS TO CL08-HORA-MOD OF FD-REG-MAEUSU.

           REWRITE FD-REG-MAEUSU
               INVALID KEY
                   ADD 1 TO WS-CANT-ERRORES
                   DISPLAY "Error al actualizar el DNI "
                           CL08-DNI OF FD-REG-MAEUSU
                           ", status " WS-FS-MAEUSU
                   MOVE WS-FRANJA-ANTERIOR TO WS-FRANJA-NUEVA
                   PERFORM 2200-ACUMULAR-FRANJAS
                      THRU 2200-ACUMULAR-FRANJAS-EXIT
                   GO TO 2000-ACTUALIZAR-EDAD-EXIT
           END-REWRITE.

           ADD 1 TO WS-CANT-ACTUALIZADOS.

           PERFORM 6100-GRABAR-AUDITORIA
              THRU 6100-GRABAR-AUDITORIA-EXIT.
           PERFORM 6300-GRABAR-JOURNAL
              THRU 6300-GRABAR-JOURNAL-EXIT.

           MOVE CL08-EDAD OF FD-REG-MAEUSU TO WS-EDAD-CLASIF.
           PERFORM 2100-CLASIFICAR-FRANJA
              THRU 2100-CLASIFICAR-FRANJA-EXIT.
           MOVE WS-FRANJA-HALLADA TO WS-FRANJA-NUEVA.

           PERFORM 2200-ACUMULAR-FRANJAS
              THRU 2200-ACUMULAR-FRANJAS-EXIT.

       2000-ACTUALIZAR-EDAD-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2100-CLASIFICAR-FRANJA.

           MOVE ZERO TO WS-FRANJA-HALLADA.

           MOVE 1 TO WS-SUB-FRANJA.
           PERFORM 2110-VERIFICAR-FRANJA
              THRU 2110-VERIFICAR-FRANJA-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-FRANJA > 5
                OR WS-FRANJA-HALLADA NOT = ZERO.

       2100-CLASIFICAR-FRANJA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2110-VERIFICAR-FRANJA.

           IF WS-EDAD-CLASIF >= WS-FRANJA-MIN(WS-SUB-FRANJA)
              AND WS-EDAD-CLASIF <= WS-FRANJA-MAX(WS-SUB-FRANJA)
               MOVE WS-SUB-FRANJA TO WS-FRANJA-HALLADA
           END-IF.

           ADD 1 TO WS-SUB-FRANJA.

       2110-VERIFICAR-FRANJA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2200-ACUMULAR-FRANJAS.

           IF WS-FRANJA-ANTERIOR NOT = ZERO
               ADD 1 TO WS-FRJ-ANTES(WS-FRANJA-ANTERIOR)
           END-IF.

           IF WS-FRANJA-NUEVA NOT = ZERO
               ADD 1 TO WS-FRJ-DESPUES(WS-FRANJA-NUEVA)
           END-IF.

           IF WS-FRANJA-ANTERIOR NOT = ZERO
              AND WS-FRANJA-NUEVA NOT = ZERO
              AND WS-FRANJA-ANTERIOR NOT = WS-FRANJA-NUEVA
               ADD 1 TO WS-MOV-HACIA(WS-FRANJA-ANTERIOR
                                     WS-FRANJA-NUEVA)
               ADD 1 TO WS-CANT-CAMBIO-FRANJA
           END-IF.

       2200-ACUMULAR-FRANJAS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3000-SECCION-FRANJAS.

           WRITE FD-REG-EDARPT FROM WS-TIT-LINEA-1.
           MOVE SPACES TO WS-LINEA-RPT.
           STRING '   USUARIOS POR FRANJA ANTES Y DESPUES DE LA '
                  'ACTUALIZACION' DELIMITED BY SIZE
              INTO WS-LINEA-RPT.
           WRITE FD-REG-EDARPT FROM WS-LINEA-RPT.
           WRITE FD-REG-EDARPT FROM WS-TIT-LINEA-1.
           WRITE FD-REG-EDARPT FROM WS-TITULO-FRANJA.
           WRITE FD-REG-EDARPT FROM WS-TIT-LINEA-1.

           MOVE 1 TO WS-SUB-AUX.
           PERFORM 3100-LISTAR-FRANJA
              THRU 3100-LISTAR-FRANJA-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-AUX > 5.

       3000-SECCION-FRANJAS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3100-LISTAR-FRANJA.

           MOVE WS-FRANJA-DESC(WS-SUB-AUX) TO WS-FILA-FRANJA-DESC.
           MOVE WS-FRJ-ANTES(WS-SUB-AUX)   TO WS-FILA-ANTES.
           MOVE WS-FRJ-DESPUES(WS-SUB-AUX) TO WS-FILA-DESPUES.

           WRITE FD-REG-EDARPT FROM WS-FILA-FRANJA.

           ADD 1 TO WS-SUB-AUX.

       3100-LISTAR-FRANJA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3500-SECCION-MOVIMIENTOS.

           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-EDARPT FROM WS-LINEA-RPT.
           WRITE FD-REG-EDARPT FROM WS-TIT-LINEA-1.
           MOVE SPACES TO WS-LINEA-RPT.
           STRING '   MOVIMIENTOS ENTRE FRANJAS' DELIMITED BY SIZE
              INTO WS-LINEA-RPT.
           WRITE FD-REG-EDARPT FROM WS-LINEA-RPT.
           WRITE FD-REG-EDARPT FROM WS-TIT-LINEA-1.
           WRITE FD-REG-EDARPT FROM WS-TITULO-MOV.
           WRITE FD-REG-EDARPT FROM WS-TIT-LINEA-1.

           IF WS-CANT-CAMBIO-FRANJA = ZERO
               MOVE SPACES TO WS-LINEA-RPT
               STRING '   (NINGUNO)' DELIMITED BY SIZE
                 INTO WS-LINEA-RPT
               WRITE FD-REG-EDARPT FROM WS-LINEA-RPT
               GO TO 3500-SECCION-MOVIMIENTOS-EXIT
           END-IF.

           MOVE 1 TO WS-SUB-DESDE.
           PERFORM 3600-LISTAR-DESDE
              THRU 3600-LISTAR-DESDE-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-DESDE > 5.

       3500-SECCION-MOVIMIENTOS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3600-LISTAR-DESDE.

           MOVE 1 TO WS-SUB-HACIA.
           PERFORM 3610-LISTAR-HACIA
              THRU 3610-LISTAR-HACIA-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-HACIA > 5.

           ADD 1 TO WS-SUB-DESDE.

       3600-LISTAR-DESDE-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3610-LISTAR-HACIA.

           IF WS-MOV-HACIA(WS-SUB-DESDE WS-SUB-HACIA) NOT = ZERO
               MOVE WS-FRANJA-DESC(WS-SUB-DESDE) TO WS-FILA-DESDE
               MOVE WS-FRANJA-DESC(WS-SUB-HACIA) TO WS-FILA-HACIA
               MOVE WS-MOV-HACIA(WS-SUB-DESDE WS-SUB-HACIA)
                 TO WS-FILA-MOV-CANT
               WRITE FD-REG-EDARPT FROM WS-FILA-MOV
           END-IF.

           ADD 1 TO WS-SUB-HACIA.

       3610-LISTAR-HACIA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4000-TOTALES.

           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-EDARPT FROM WS-LINEA-RPT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'REGISTROS LEIDOS .....................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-LEIDOS TO WS-TOT-VALOR.
           WRITE FD-REG-EDARPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'REGISTROS ACTIVOS ....................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-ACTIVOS TO WS-TOT-VALOR.
           WRITE FD-REG-EDARPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'REGISTROS INACTIVOS ..................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-INACTIVOS TO WS-TOT-VALOR.
           WRITE FD-REG-EDARPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'EDADES ACTUALIZADAS ..................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-ACTUALIZADOS TO WS-TOT-VALOR.
           WRITE FD-REG-EDARPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'EDADES SIN CAMBIO ....................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-SIN-CAMBIO TO WS-TOT-VALOR.
           WRITE FD-REG-EDARPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'CAMBIOS DE FRANJA ....................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-CAMBIO-FRANJA TO WS-TOT-VALOR.
           WRITE FD-REG-EDARPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'ANO DE NACIMIENTO INVALIDO ...........: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-ANO-INVALIDO TO WS-TOT-VALOR.
           WRITE FD-REG-EDARPT FROM WS-FILA-TOTAL.

           IF WS-CANT-ERRORES NOT = ZERO
               MOVE SPACES TO WS-FILA-TOTAL
               MOVE 'ERRORES DE ACTUALIZACION .............: '
                 TO WS-TOT-ETIQUETA
               MOVE WS-CANT-ERRORES TO WS-TOT-VALOR
               WRITE FD-REG-EDARPT FROM WS-FILA-TOTAL
           END-IF.

       4000-TOTALES-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       5000-GRABAR-CONTROL.

           OPEN OUTPUT EDACTL.
           IF NOT WS-FS-EDACTL-OK
               DISPLAY "Aviso: no se pudo grabar EDACTL, status "
                       WS-FS-EDACTL ". Una proxima corrida del "
                       "mismo ano volvera a recorrer el maestro."
               GO TO 5000-GRABAR-CONTROL-EXIT
           END-IF.

           MOVE WS-FECHA-AAAA  TO WS-ECT-ANO.
           MOVE WS-FECHA-NUM   TO WS-ECT-FECHA.
           MOVE WS-HORA-HHMMSS TO WS-ECT-HORA.

           WRITE FD-REG-EDACTL FROM WS-REG-EDACTL.

           CLOSE EDACTL.

       5000-GRABAR-CONTROL-EXIT.

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
       9000-CERRAR-ARCHIVOS.

           CLOSE MAEUSU.
           CLOSE AUDLOG.
           CLOSE JRNLOG.
           CLOSE EDARPT.

       9000-CERRAR-ARCHIVOS-EXIT.

           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL08EJ17.
