      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL08EJ22.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANOCTL ASSIGN TO "ANOCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANOCTL.

           SELECT ANOIN ASSIGN TO "ANOIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANOIN.

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

           SELECT PENAPR ASSIGN TO "PENAPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL08P-CLAVE OF FD-REG-PENAPR
               FILE STATUS IS WS-FS-PENAPR.

           SELECT JRNLOG ASSIGN TO "JRNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRNLOG.

           SELECT JRNARC ASSIGN TO "JRNARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRNARC.

           SELECT TRANLOG ASSIGN TO WS-TRANLOG-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRANLOG.

           SELECT TRNARC ASSIGN TO "TRNARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRNARC.

           SELECT MAEBKP ASSIGN TO "MAEBKP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MAEBKP.

           SELECT ANORPT ASSIGN TO "ANORPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANORPT.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ANOCTL
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-ANOCTL               PIC X(80).

       FD  ANOIN
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-ANOIN                PIC X(80).

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

       FD  JRNLOG
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-JRNLOG.
           03  CL08J-CABECERA.
           COPY CL08JDET.
           03  CL08J-IMAGEN.
           COPY CL08UDET.

       FD  JRNARC
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-JRNARC.
           03  CL08J-CABECERA.
           COPY CL08JDET.
           03  CL08J-IMAGEN.
           COPY CL08UDET.

       FD  TRANLOG
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-TRANLOG.
           COPY CL08TDET.

       FD  TRNARC
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-TRNARC.
           COPY CL08TDET.

       FD  MAEBKP
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-MAEBKP.
           COPY CL08UDET.

       FD  ANORPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  FD-REG-ANORPT               PIC X(133).

       WORKING-STORAGE SECTION.
      * Solicitudes de supresion a procesar: una linea por DNI con la
      * referencia del pedido legal (expediente, oficio, etc.).
           01 WS-REG-ANOIN.
              05 WS-ANI-DNI-TXT          PIC X(08).
              05 WS-ANI-DNI REDEFINES WS-ANI-DNI-TXT
                                         PIC 9(08).
              05 WS-ANI-REFERENCIA       PIC X(20).
              05 FILLER                  PIC X(52).

           01 WS-ANO-TABLA.
              05 WS-ANO-ITEM OCCURS 500 TIMES.
                 10 WS-ANO-DNI           PIC 9(08).
                 10 WS-ANO-DNI-TXT       PIC X(08).
                 10 WS-ANO-REFERENCIA    PIC X(20).
                 10 WS-ANO-ESTADO        PIC X(01).
                    88 WS-ANO-ACEPTADO            VALUE 'S'.
                    88 WS-ANO-RECHAZADO           VALUE 'N'.
                 10 WS-ANO-RESULTADO     PIC X(26).

           77 WS-ANO-CANT                PIC 9(04) COMP VALUE ZERO.
           77 WS-ANO-MAX                 PIC 9(04) COMP VALUE 500.
           77 WS-SUB-AUX                 PIC 9(04) COMP.
           77 WS-SUB-DNI                 PIC 9(04) COMP.
           77 WS-TABLA-LLENA-SW          PIC X(01) VALUE 'N'.
               88 WS-TABLA-LLENA                   VALUE 'S'.
           77 WS-DNI-HALLADO-SW          PIC X(01) VALUE 'N'.
               88 WS-DNI-HALLADO                   VALUE 'S'.
           77 WS-DNI-BUSCADO             PIC 9(08) VALUE ZERO.
           77 WS-FIN-ANOIN-SW            PIC X(01) VALUE 'N'.
               88 WS-FIN-ANOIN                     VALUE 'S'.
           77 WS-FIN-ARCHIVO-SW          PIC X(01) VALUE 'N'.
               88 WS-FIN-ARCHIVO                   VALUE 'S'.
           77 WS-FIN-OPEMAE-SW           PIC X(01) VALUE 'N'.
               88 WS-FIN-OPEMAE                    VALUE 'S'.
           77 WS-PENAPR-ABIERTO-SW       PIC X(01) VALUE 'N'.
               88 WS-PENAPR-ABIERTO                VALUE 'S'.
           77 WS-TRANLOG-NOMBRE          PIC X(20) VALUE SPACES.

      * Valor fijo con el que se reemplazan los datos personales. El
      * DNI, las fechas, los estados y los codigos de accion no se
      * tocan, para que las estadisticas y los controles sigan
      * cuadrando.
           77 WS-MASCARA                 PIC X(11) VALUE 'ANONIMIZADO'.

           01 WS-CONTADORES.
              05 WS-CANT-SOLICITADOS     PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-ACEPTADOS       PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-RECHAZADOS      PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-ERRORES         PIC 9(06) COMP VALUE ZERO.
              05 WS-CANT-ENMASCARADOS    PIC 9(06) COMP VALUE ZERO.

      * Contadores del archivo en curso, para la linea del certificado.
           01 WS-CONTADORES-ARCHIVO.
              05 WS-ARC-LEIDOS           PIC 9(06) COMP VALUE ZERO.
              05 WS-ARC-ENMASCARADOS     PIC 9(06) COMP VALUE ZERO.
              05 WS-ARC-ERRORES          PIC 9(06) COMP VALUE ZERO.

           01 WS-CONTADORES-INDEXADOS.
              05 WS-MAE-ENMASCARADOS     PIC 9(06) COMP VALUE ZERO.
              05 WS-CON-ENMASCARADOS     PIC 9(06) COMP VALUE ZERO.
              05 WS-PEN-ENMASCARADOS     PIC 9(06) COMP VALUE ZERO.
              05 WS-MAE-ERRORES          PIC 9(06) COMP VALUE ZERO.
              05 WS-CON-ERRORES          PIC 9(06) COMP VALUE ZERO.
              05 WS-PEN-ERRORES          PIC 9(06) COMP VALUE ZERO.

           01 WS-PARM-ANOCTL.
              05 WS-PARM-OPERADOR        PIC X(08).
              05 WS-PARM-CLAVE           PIC X(08).
              05 FILLER                  PIC X(64).

           01 WS-INGRESOS.
              05 WS-SIGNON-SW            PIC X(01) VALUE 'N'.
                 88 WS-SIGNON-OK                  VALUE 'S'.
              05 WS-EXISTE-SW            PIC X(01) VALUE 'N'.
                 88 WS-REGISTRO-EXISTE            VALUE 'S'.
              05 WS-ANOCTL-USADO-SW      PIC X(01) VALUE 'N'.
                 88 WS-ANOCTL-USADO               VALUE 'S'.

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
              05 WS-FS-ANOCTL           PIC X(02) VALUE '00'.
                 88 WS-FS-ANOCTL-OK              VALUE '00'.
              05 WS-FS-ANOIN            PIC X(02) VALUE '00'.
                 88 WS-FS-ANOIN-OK               VALUE '00'.
              05 WS-FS-OPEMAE           PIC X(02) VALUE '00'.
                 88 WS-FS-OPEMAE-OK              VALUE '00'.
              05 WS-FS-AUDLOG           PIC X(02) VALUE '00'.
                 88 WS-FS-AUDLOG-OK              VALUE '00'.
              05 WS-FS-MAEUSU           PIC X(02) VALUE '00'.
                 88 WS-FS-MAEUSU-OK              VALUE '00'.
              05 WS-FS-CONUSU           PIC X(02) VALUE '00'.
                 88 WS-FS-CONUSU-OK              VALUE '00'.
              05 WS-FS-PENAPR           PIC X(02) VALUE '00'.
                 88 WS-FS-PENAPR-OK              VALUE '00'.
              05 WS-FS-JRNLOG           PIC X(02) VALUE '00'.
                 88 WS-FS-JRNLOG-OK              VALUE '00'.
                 88 WS-FS-JRNLOG-EOF             VALUE '10'.
              05 WS-FS-JRNARC           PIC X(02) VALUE '00'.
                 88 WS-FS-JRNARC-OK              VALUE '00'.
                 88 WS-FS-JRNARC-EOF             VALUE '10'.
              05 WS-FS-TRANLOG          PIC X(02) VALUE '00'.
                 88 WS-FS-TRANLOG-OK             VALUE '00'.
                 88 WS-FS-TRANLOG-EOF            VALUE '10'.
              05 WS-FS-TRNARC           PIC X(02) VALUE '00'.
                 88 WS-FS-TRNARC-OK              VALUE '00'.
                 88 WS-FS-TRNARC-EOF             VALUE '10'.
              05 WS-FS-MAEBKP           PIC X(02) VALUE '00'.
                 88 WS-FS-MAEBKP-OK              VALUE '00'.
                 88 WS-FS-MAEBKP-EOF             VALUE '10'.
              05 WS-FS-ANORPT           PIC X(02) VALUE '00'.
                 88 WS-FS-ANORPT-OK              VALUE '00'.

           01 WS-REG-AUDLOG.
              COPY CL08ADET.

           01 WS-LINEA-RPT                PIC X(133).

           01 WS-TITULOS.
              05 WS-TIT-LINEA-1       PIC X(80).
              05 WS-TITULO-DNI.
                 10 FILLER            PIC X(03) VALUE SPACES.
                 10 FILLER            PIC X(10) VALUE 'DNI       '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(20) VALUE
                                               'Referencia legal    '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(26) VALUE 'Resultado'.
              05 WS-TITULO-ARCHIVO.
                 10 FILLER            PIC X(03) VALUE SPACES.
                 10 FILLER            PIC X(20) VALUE
                                               'ARCHIVO             '.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(06) VALUE 'LEIDOS'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(06) VALUE 'ENMASC'.
                 10 FILLER            PIC X(02) VALUE SPACES.
                 10 FILLER            PIC X(30) VALUE 'Observacion'.

           01 WS-ENCAB-RPT.
              05 FILLER                PIC X(01) VALUE SPACE.
              05 FILLER                PIC X(40) VALUE
                       'CERTIFICADO DE ANONIMIZACION DE DATOS'.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 FILLER                PIC X(07) VALUE 'FECHA: '.
              05 WS-ENCAB-FECHA        PIC 9999/99/99.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 FILLER                PIC X(06) VALUE 'HORA: '.
              05 WS-ENCAB-HORA         PIC 99.99.99.
              05 FILLER                PIC X(57) VALUE SPACES.

           01 WS-ENCAB-AUTORIZA.
              05 FILLER                PIC X(01) VALUE SPACE.
              05 FILLER                PIC X(24) VALUE
                       'AUTORIZADO POR OPERADOR '.
              05 WS-ENCAB-OPERADOR     PIC X(08).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 FILLER                PIC X(13) VALUE 'MASCARA USADA'.
              05 FILLER                PIC X(02) VALUE ': '.
              05 WS-ENCAB-MASCARA      PIC X(11).
              05 FILLER                PIC X(72) VALUE SPACES.

           01 WS-FILA-DNI.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-FILA-DNI-NUM       PIC 99.999.999.
              05 WS-FILA-DNI-TXT REDEFINES WS-FILA-DNI-NUM
                                       PIC X(10).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-REFERENCIA    PIC X(20).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-FILA-RESULTADO     PIC X(26).
              05 FILLER                PIC X(70) VALUE SPACES.

           01 WS-FILA-ARC.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-ARC-NOMBRE         PIC X(20).
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-ARC-FILA-LEIDOS    PIC ZZZZZ9.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-ARC-FILA-ENMASC    PIC ZZZZZ9.
              05 FILLER                PIC X(02) VALUE SPACES.
              05 WS-ARC-OBSERVACION    PIC X(30).
              05 FILLER                PIC X(62) VALUE SPACES.

           01 WS-FILA-TOTAL.
              05 FILLER                PIC X(03) VALUE SPACES.
              05 WS-TOT-ETIQUETA       PIC X(40).
              05 WS-TOT-VALOR          PIC ZZZZZ9.
              05 FILLER                PIC X(84) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 0000-INICIAR-PROGRAMA
              THRU 0000-INICIAR-PROGRAMA-EXIT.

           MOVE 1 TO WS-SUB-DNI.
           PERFORM 1000-ANONIMIZAR-MAESTROS
              THRU 1000-ANONIMIZAR-MAESTROS-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-DNI > WS-ANO-CANT.

           PERFORM 5000-CERTIFICAR-DNI
              THRU 5000-CERTIFICAR-DNI-EXIT.

           PERFORM 5100-CERTIFICAR-MAESTROS
              THRU 5100-CERTIFICAR-MAESTROS-EXIT.

           IF WS-CANT-ACEPTADOS > ZERO
               PERFORM 2000-ANONIMIZAR-JRNLOG
                  THRU 2000-ANONIMIZAR-JRNLOG-EXIT
               PERFORM 2100-ANONIMIZAR-JRNARC
                  THRU 2100-ANONIMIZAR-JRNARC-EXIT
               PERFORM 3000-ANONIMIZAR-TRANLOG
                  THRU 3000-ANONIMIZAR-TRANLOG-EXIT
               PERFORM 3100-ANONIMIZAR-TRNARC
                  THRU 3100-ANONIMIZAR-TRNARC-EXIT
               PERFORM 4000-ANONIMIZAR-MAEBKP
                  THRU 4000-ANONIMIZAR-MAEBKP-EXIT
           END-IF.

           PERFORM 5500-TOTALES
              THRU 5500-TOTALES-EXIT.

           PERFORM 9000-CERRAR-ARCHIVOS
              THRU 9000-CERRAR-ARCHIVOS-EXIT.

           DISPLAY "Anonimizacion finalizada.".
           DISPLAY "  DNI solicitados .....: " WS-CANT-SOLICITADOS.
           DISPLAY "  DNI anonimizados ....: " WS-CANT-ACEPTADOS.
           DISPLAY "  DNI rechazados ......: " WS-CANT-RECHAZADOS.
           DISPLAY "  Registros enmascarados: " WS-CANT-ENMASCARADOS.

           IF WS-CANT-ERRORES > ZERO
               DISPLAY "Hubo errores al regrabar, revise ANORPT."
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.
      *----------------------------------------------------------------*
       0000-INICIAR-PROGRAMA.

           MOVE ALL '+-'    TO WS-TIT-LINEA-1.

           ACCEPT WS-FECHA-NUM-GRP FROM DATE YYYYMMDD.

           ACCEPT WS-HORA-RAW FROM TIME.
           MOVE WS-HORA-RAW(1:6) TO WS-HORA-HHMMSS.

           DISPLAY "Anonimizacion de datos personales - CL08EJ22".

           PERFORM 0100-LEER-ANOCTL
              THRU 0100-LEER-ANOCTL-EXIT.

           PERFORM 0200-VALIDAR-SUPERVISOR
              THRU 0200-VALIDAR-SUPERVISOR-EXIT.

           IF NOT WS-SIGNON-OK
               DISPLAY "La anonimizacion solo la ejecuta un "
                       "supervisor habilitado."
               IF WS-FS-AUDLOG-OK
                   CLOSE AUDLOG
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ANOIN.
           IF NOT WS-FS-ANOIN-OK
               DISPLAY "No se pudo abrir ANOIN, status " WS-FS-ANOIN
               CLOSE AUDLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0300-CARGAR-SOLICITUDES
              THRU 0300-CARGAR-SOLICITUDES-EXIT WITH TEST BEFORE
             UNTIL WS-FIN-ANOIN.

           CLOSE ANOIN.

           IF WS-TABLA-LLENA
               DISPLAY "ANOIN supera los " WS-ANO-MAX " DNI por "
                       "corrida, no se procesa nada. Dividalo en "
                       "varias corridas."
               CLOSE AUDLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-ANO-CANT = ZERO
               DISPLAY "ANOIN no trae DNI para anonimizar."
               CLOSE AUDLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O MAEUSU.
           IF NOT WS-FS-MAEUSU-OK
               DISPLAY "No se pudo abrir MAEUSU, status " WS-FS-MAEUSU
               CLOSE AUDLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CONUSU.
           IF NOT WS-FS-CONUSU-OK
               DISPLAY "No se pudo abrir CONUSU, status " WS-FS-CONUSU
               CLOSE AUDLOG
               CLOSE MAEUSU
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * Sin solicitudes pendientes puede no existir PENAPR.
           OPEN I-O PENAPR.
           IF WS-FS-PENAPR-OK
               SET WS-PENAPR-ABIERTO TO TRUE
           ELSE
               DISPLAY "Aviso: no se pudo abrir PENAPR, status "
                       WS-FS-PENAPR ". Se saltea."
           END-IF.

           OPEN OUTPUT ANORPT.
           IF NOT WS-FS-ANORPT-OK
               DISPLAY "No se pudo abrir ANORPT, status " WS-FS-ANORPT
               CLOSE AUDLOG
               CLOSE MAEUSU
               CLOSE CONUSU
               IF WS-PENAPR-ABIERTO
                   CLOSE PENAPR
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-FECHA-NUM   TO WS-ENCAB-FECHA.
           MOVE WS-HORA-HHMMSS TO WS-ENCAB-HORA.
           MOVE WS-OPERADOR    TO WS-ENCAB-OPERADOR.
           MOVE WS-MASCARA     TO WS-ENCAB-MASCARA.
           WRITE FD-REG-ANORPT FROM WS-ENCAB-RPT.
           WRITE FD-REG-ANORPT FROM WS-ENCAB-AUTORIZA.
           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-ANORPT FROM WS-LINEA-RPT.

       0000-INICIAR-PROGRAMA-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       0100-LEER-ANOCTL.

           OPEN INPUT ANOCTL.
           IF NOT WS-FS-ANOCTL-OK
               GO TO 0100-LEER-ANOCTL-EXIT
           END-IF.

           READ ANOCTL NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

           IF WS-FS-ANOCTL-OK
              AND FD-REG-ANOCTL NOT = SPACES
               MOVE FD-REG-ANOCTL TO WS-PARM-ANOCTL
               SET WS-ANOCTL-USADO TO TRUE
               DISPLAY "Parametros tomados de ANOCTL."
           END-IF.

           CLOSE ANOCTL.

       0100-LEER-ANOCTL-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       0200-VALIDAR-SUPERVISOR.

           MOVE 'N' TO WS-SIGNON-SW.
           MOVE 'N' TO WS-EXISTE-SW.

           IF WS-ANOCTL-USADO
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
                       "cambiela en CL08EJ02 antes de anonimizar."
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
               DISPLAY "La anonimizacion requiere nivel supervisor."
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
      * Cada linea de ANOIN queda en la tabla, aceptada o rechazada,
      * para que el certificado informe todas las solicitudes.
      *----------------------------------------------------------------*
       0300-CARGAR-SOLICITUDES.

           READ ANOIN INTO WS-REG-ANOIN
               AT END
                   SET WS-FIN-ANOIN TO TRUE
                   GO TO 0300-CARGAR-SOLICITUDES-EXIT
           END-READ.

           IF WS-REG-ANOIN = SPACES
               GO TO 0300-CARGAR-SOLICITUDES-EXIT
           END-IF.

           IF WS-ANO-CANT >= WS-ANO-MAX
               SET WS-TABLA-LLENA TO TRUE
               SET WS-FIN-ANOIN TO TRUE
               GO TO 0300-CARGAR-SOLICITUDES-EXIT
           END-IF.

           ADD 1 TO WS-CANT-SOLICITADOS.
           ADD 1 TO WS-ANO-CANT.
           MOVE WS-ANI-DNI-TXT    TO WS-ANO-DNI-TXT(WS-ANO-CANT).
           MOVE WS-ANI-REFERENCIA TO WS-ANO-REFERENCIA(WS-ANO-CANT).
           MOVE ZERO              TO WS-ANO-DNI(WS-ANO-CANT).
           MOVE 'N'               TO WS-ANO-ESTADO(WS-ANO-CANT).

           IF WS-ANI-DNI-TXT IS NOT NUMERIC
              OR WS-ANI-DNI = ZERO
               MOVE 'RECHAZADO: DNI INVALIDO'
                 TO WS-ANO-RESULTADO(WS-ANO-CANT)
               GO TO 0300-CARGAR-SOLICITUDES-EXIT
           END-IF.

           IF WS-ANI-REFERENCIA = SPACES
               MOVE 'RECHAZADO: SIN REFERENCIA'
                 TO WS-ANO-RESULTADO(WS-ANO-CANT)
               GO TO 0300-CARGAR-SOLICITUDES-EXIT
           END-IF.

           MOVE WS-ANI-DNI TO WS-DNI-BUSCADO.
           PERFORM 8000-BUSCAR-DNI
              THRU 8000-BUSCAR-DNI-EXIT.

           IF WS-DNI-HALLADO
               MOVE 'RECHAZADO: DNI REPETIDO'
                 TO WS-ANO-RESULTADO(WS-ANO-CANT)
               GO TO 0300-CARGAR-SOLICITUDES-EXIT
           END-IF.

           MOVE WS-ANI-DNI TO WS-ANO-DNI(WS-ANO-CANT).
           MOVE 'S'        TO WS-ANO-ESTADO(WS-ANO-CANT).
           MOVE SPACES     TO WS-ANO-RESULTADO(WS-ANO-CANT).

       0300-CARGAR-SOLICITUDES-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Maestro, contactos y solicitudes pendientes se acceden por
      * clave. Un usuario todavia activo no se anonimiza: primero hay
      * que darlo de baja o depurarlo (CL08EJ05), para que no siga
      * entrando en los envios con datos enmascarados.
      *----------------------------------------------------------------*
       1000-ANONIMIZAR-MAESTROS.

           IF NOT WS-ANO-ACEPTADO(WS-SUB-DNI)
               ADD 1 TO WS-CANT-RECHAZADOS
               GO TO 1000-ANONIMIZAR-MAESTROS-CONT
           END-IF.

           MOVE WS-ANO-DNI(WS-SUB-DNI) TO CL08-DNI OF FD-REG-MAEUSU.
           MOVE 'N' TO WS-EXISTE-SW.
           READ MAEUSU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE-SW
           END-READ.

           IF WS-REGISTRO-EXISTE
              AND CL08-ACTIVO OF FD-REG-MAEUSU
               MOVE 'N' TO WS-ANO-ESTADO(WS-SUB-DNI)
               MOVE 'RECHAZADO: USUARIO ACTIVO'
                 TO WS-ANO-RESULTADO(WS-SUB-DNI)
               ADD 1 TO WS-CANT-RECHAZADOS
               GO TO 1000-ANONIMIZAR-MAESTROS-CONT
           END-IF.

           ADD 1 TO WS-CANT-ACEPTADOS.
           MOVE 'ANONIMIZADO' TO WS-ANO-RESULTADO(WS-SUB-DNI).

           IF WS-REGISTRO-EXISTE
               MOVE WS-MASCARA TO CL08-NOMBRE OF FD-REG-MAEUSU
                                  CL08-APELLIDO OF FD-REG-MAEUSU
               REWRITE FD-REG-MAEUSU
                   INVALID KEY
                       DISPLAY "Error al regrabar MAEUSU del DNI "
                               WS-ANO-DNI(WS-SUB-DNI)
                               ", status " WS-FS-MAEUSU
                       ADD 1 TO WS-MAE-ERRORES
                       MOVE 'ANONIMIZADO CON ERRORES'
                         TO WS-ANO-RESULTADO(WS-SUB-DNI)
                   NOT INVALID KEY
                       ADD 1 TO WS-MAE-ENMASCARADOS
               END-REWRITE
           END-IF.

           MOVE WS-ANO-DNI(WS-SUB-DNI) TO CL08C-DNI OF FD-REG-CONUSU.
           READ CONUSU
               INVALID KEY
                   GO TO 1000-ANONIMIZAR-MAESTROS-PEN
           END-READ.

      * La localidad no identifica a la persona y se conserva para las
      * estadisticas por localidad.
           MOVE WS-MASCARA TO CL08C-DIRECCION OF FD-REG-CONUSU
                              CL08C-TELEFONO OF FD-REG-CONUSU
                              CL08C-EMAIL OF FD-REG-CONUSU.
           REWRITE FD-REG-CONUSU
               INVALID KEY
                   DISPLAY "Error al regrabar CONUSU del DNI "
                           WS-ANO-DNI(WS-SUB-DNI)
                           ", status " WS-FS-CONUSU
                   ADD 1 TO WS-CON-ERRORES
                   MOVE 'ANONIMIZADO CON ERRORES'
                     TO WS-ANO-RESULTADO(WS-SUB-DNI)
               NOT INVALID KEY
                   ADD 1 TO WS-CON-ENMASCARADOS
           END-REWRITE.

       1000-ANONIMIZAR-MAESTROS-PEN.

           IF NOT WS-PENAPR-ABIERTO
               GO TO 1000-ANONIMIZAR-MAESTROS-AUD
           END-IF.

           MOVE 'B' TO CL08P-TIPO OF FD-REG-PENAPR.
           MOVE WS-ANO-DNI(WS-SUB-DNI) TO CL08P-DNI OF FD-REG-PENAPR.
           READ PENAPR
               INVALID KEY
                   GO TO 1000-ANONIMIZAR-MAESTROS-AUD
           END-READ.

           MOVE WS-MASCARA TO CL08-NOMBRE OF CL08P-USUARIO-ANTES
                              CL08-APELLIDO OF CL08P-USUARIO-ANTES.
           REWRITE FD-REG-PENAPR
               INVALID KEY
                   DISPLAY "Error al regrabar PENAPR del DNI "
                           WS-ANO-DNI(WS-SUB-DNI)
                           ", status " WS-FS-PENAPR
                   ADD 1 TO WS-PEN-ERRORES
                   MOVE 'ANONIMIZADO CON ERRORES'
                     TO WS-ANO-RESULTADO(WS-SUB-DNI)
               NOT INVALID KEY
                   ADD 1 TO WS-PEN-ENMASCARADOS
           END-REWRITE.

       1000-ANONIMIZAR-MAESTROS-AUD.

           MOVE 'M' TO WS-ACCION-AUDIT.
           MOVE WS-ANO-DNI(WS-SUB-DNI) TO WS-DNI-NUM.
           PERFORM 6100-GRABAR-AUDITORIA
              THRU 6100-GRABAR-AUDITORIA-EXIT.

       1000-ANONIMIZAR-MAESTROS-CONT.

           ADD 1 TO WS-SUB-DNI.

       1000-ANONIMIZAR-MAESTROS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Las bitacoras y los historicos se regraban en el lugar: solo
      * cambian los campos de nombre, el largo del registro es el
      * mismo y el orden se conserva.
      *----------------------------------------------------------------*
       2000-ANONIMIZAR-JRNLOG.

           MOVE 'JRNLOG' TO WS-ARC-NOMBRE.
           PERFORM 8500-INICIAR-CONTADORES
              THRU 8500-INICIAR-CONTADORES-EXIT.

           OPEN I-O JRNLOG.
           IF NOT WS-FS-JRNLOG-OK
               MOVE SPACES TO WS-ARC-OBSERVACION
               STRING 'NO DISPONIBLE, STATUS ' WS-FS-JRNLOG
                      DELIMITED BY SIZE
                 INTO WS-ARC-OBSERVACION
               PERFORM 8600-GRABAR-LINEA-ARCHIVO
                  THRU 8600-GRABAR-LINEA-ARCHIVO-EXIT
               GO TO 2000-ANONIMIZAR-JRNLOG-EXIT
           END-IF.

           PERFORM 2010-PASAR-JRNLOG
              THRU 2010-PASAR-JRNLOG-EXIT WITH TEST BEFORE
             UNTIL WS-FIN-ARCHIVO.

           CLOSE JRNLOG.

           PERFORM 8600-GRABAR-LINEA-ARCHIVO
              THRU 8600-GRABAR-LINEA-ARCHIVO-EXIT.

       2000-ANONIMIZAR-JRNLOG-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2010-PASAR-JRNLOG.

           READ JRNLOG NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

           IF NOT WS-FS-JRNLOG-OK
               SET WS-FIN-ARCHIVO TO TRUE
               GO TO 2010-PASAR-JRNLOG-EXIT
           END-IF.

           ADD 1 TO WS-ARC-LEIDOS.

           MOVE CL08-DNI OF CL08J-IMAGEN OF FD-REG-JRNLOG
             TO WS-DNI-BUSCADO.
           PERFORM 8000-BUSCAR-DNI
              THRU 8000-BUSCAR-DNI-EXIT.

           IF NOT WS-DNI-HALLADO
               GO TO 2010-PASAR-JRNLOG-EXIT
           END-IF.

           MOVE WS-MASCARA
             TO CL08-NOMBRE OF CL08J-IMAGEN OF FD-REG-JRNLOG
                CL08-APELLIDO OF CL08J-IMAGEN OF FD-REG-JRNLOG.

           REWRITE FD-REG-JRNLOG.
           IF WS-FS-JRNLOG-OK
               ADD 1 TO WS-ARC-ENMASCARADOS
           ELSE
               ADD 1 TO WS-ARC-ERRORES
           END-IF.

       2010-PASAR-JRNLOG-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2100-ANONIMIZAR-JRNARC.

           MOVE 'JRNARC' TO WS-ARC-NOMBRE.
           PERFORM 8500-INICIAR-CONTADORES
              THRU 8500-INICIAR-CONTADORES-EXIT.

           OPEN I-O JRNARC.
           IF NOT WS-FS-JRNARC-OK
               MOVE SPACES TO WS-ARC-OBSERVACION
               STRING 'NO DISPONIBLE, STATUS ' WS-FS-JRNARC
                      DELIMITED BY SIZE
                 INTO WS-ARC-OBSERVACION
               PERFORM 8600-GRABAR-LINEA-ARCHIVO
                  THRU 8600-GRABAR-LINEA-ARCHIVO-EXIT
               GO TO 2100-ANONIMIZAR-JRNARC-EXIT
           END-IF.

           PERFORM 2110-PASAR-JRNARC
              THRU 2110-PASAR-JRNARC-EXIT WITH TEST BEFORE
             UNTIL WS-FIN-ARCHIVO.

           CLOSE JRNARC.

           PERFORM 8600-GRABAR-LINEA-ARCHIVO
              THRU 8600-GRABAR-LINEA-ARCHIVO-EXIT.

       2100-ANONIMIZAR-JRNARC-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       2110-PASAR-JRNARC.

           READ JRNARC NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

           IF NOT WS-FS-JRNARC-OK
               SET WS-FIN-ARCHIVO TO TRUE
               GO TO 2110-PASAR-JRNARC-EXIT
           END-IF.

           ADD 1 TO WS-ARC-LEIDOS.

           MOVE CL08-DNI OF CL08J-IMAGEN OF FD-REG-JRNARC
             TO WS-DNI-BUSCADO.
           PERFORM 8000-BUSCAR-DNI
              THRU 8000-BUSCAR-DNI-EXIT.

           IF NOT WS-DNI-HALLADO
               GO TO 2110-PASAR-JRNARC-EXIT
           END-IF.

           MOVE WS-MASCARA
             TO CL08-NOMBRE OF CL08J-IMAGEN OF FD-REG-JRNARC
                CL08-APELLIDO OF CL08J-IMAGEN OF FD-REG-JRNARC.

           REWRITE FD-REG-JRNARC.
           IF WS-FS-JRNARC-OK
               ADD 1 TO WS-ARC-ENMASCARADOS
           ELSE
               ADD 1 TO WS-ARC-ERRORES
           END-IF.

       2110-PASAR-JRNARC-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Las bitacoras de sesion se llaman TRANLOG.<operador>; se
      * recorre el maestro de operadores igual que en el archivado.
      *----------------------------------------------------------------*
       3000-ANONIMIZAR-TRANLOG.

           OPEN INPUT OPEMAE.
           IF NOT WS-FS-OPEMAE-OK
               MOVE 'TRANLOG.*' TO WS-ARC-NOMBRE
               PERFORM 8500-INICIAR-CONTADORES
                  THRU 8500-INICIAR-CONTADORES-EXIT
               MOVE SPACES TO WS-ARC-OBSERVACION
               STRING 'SIN OPEMAE, STATUS ' WS-FS-OPEMAE
                      DELIMITED BY SIZE
                 INTO WS-ARC-OBSERVACION
               PERFORM 8600-GRABAR-LINEA-ARCHIVO
                  THRU 8600-GRABAR-LINEA-ARCHIVO-EXIT
               ADD 1 TO WS-CANT-ERRORES
               GO TO 3000-ANONIMIZAR-TRANLOG-EXIT
           END-IF.

           MOVE 'N' TO WS-FIN-OPEMAE-SW.
           MOVE LOW-VALUES TO CL08O-OPERADOR OF FD-REG-OPEMAE.
           START OPEMAE KEY NOT LESS THAN CL08O-OPERADOR
                                          OF FD-REG-OPEMAE
               INVALID KEY
                   SET WS-FIN-OPEMAE TO TRUE
           END-START.

           PERFORM 3010-ANONIMIZAR-SESION
              THRU 3010-ANONIMIZAR-SESION-EXIT WITH TEST BEFORE
             UNTIL WS-FIN-OPEMAE.

           CLOSE OPEMAE.

       3000-ANONIMIZAR-TRANLOG-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3010-ANONIMIZAR-SESION.

           READ OPEMAE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

           IF NOT WS-FS-OPEMAE-OK
               SET WS-FIN-OPEMAE TO TRUE
               GO TO 3010-ANONIMIZAR-SESION-EXIT
           END-IF.

           MOVE SPACES TO WS-TRANLOG-NOMBRE.
           STRING 'TRANLOG.'  DELIMITED BY SIZE
                  CL08O-OPERADOR OF FD-REG-OPEMAE
                              DELIMITED BY SPACE
              INTO WS-TRANLOG-NOMBRE.

           MOVE WS-TRANLOG-NOMBRE TO WS-ARC-NOMBRE.
           PERFORM 8500-INICIAR-CONTADORES
              THRU 8500-INICIAR-CONTADORES-EXIT.

           OPEN I-O TRANLOG.
           IF NOT WS-FS-TRANLOG-OK
      *        El operador no tiene bitacora de sesion pendiente.
               GO TO 3010-ANONIMIZAR-SESION-EXIT
           END-IF.

           PERFORM 3020-PASAR-TRANLOG
              THRU 3020-PASAR-TRANLOG-EXIT WITH TEST BEFORE
             UNTIL WS-FIN-ARCHIVO.

           CLOSE TRANLOG.

           PERFORM 8600-GRABAR-LINEA-ARCHIVO
              THRU 8600-GRABAR-LINEA-ARCHIVO-EXIT.

       3010-ANONIMIZAR-SESION-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3020-PASAR-TRANLOG.

           READ TRANLOG NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

           IF NOT WS-FS-TRANLOG-OK
               SET WS-FIN-ARCHIVO TO TRUE
               GO TO 3020-PASAR-TRANLOG-EXIT
           END-IF.

           ADD 1 TO WS-ARC-LEIDOS.

           MOVE CL08T-DNI OF FD-REG-TRANLOG TO WS-DNI-BUSCADO.
           PERFORM 8000-BUSCAR-DNI
              THRU 8000-BUSCAR-DNI-EXIT.

           IF NOT WS-DNI-HALLADO
               GO TO 3020-PASAR-TRANLOG-EXIT
           END-IF.

           MOVE WS-MASCARA TO CL08T-NOMBRE OF FD-REG-TRANLOG
                              CL08T-APELLIDO OF FD-REG-TRANLOG.

           REWRITE FD-REG-TRANLOG.
           IF WS-FS-TRANLOG-OK
               ADD 1 TO WS-ARC-ENMASCARADOS
           ELSE
               ADD 1 TO WS-ARC-ERRORES
           END-IF.

       3020-PASAR-TRANLOG-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3100-ANONIMIZAR-TRNARC.

           MOVE 'TRNARC' TO WS-ARC-NOMBRE.
           PERFORM 8500-INICIAR-CONTADORES
              THRU 8500-INICIAR-CONTADORES-EXIT.

           OPEN I-O TRNARC.
           IF NOT WS-FS-TRNARC-OK
               MOVE SPACES TO WS-ARC-OBSERVACION
               STRING 'NO DISPONIBLE, STATUS ' WS-FS-TRNARC
                      DELIMITED BY SIZE
                 INTO WS-ARC-OBSERVACION
               PERFORM 8600-GRABAR-LINEA-ARCHIVO
                  THRU 8600-GRABAR-LINEA-ARCHIVO-EXIT
               GO TO 3100-ANONIMIZAR-TRNARC-EXIT
           END-IF.

           PERFORM 3110-PASAR-TRNARC
              THRU 3110-PASAR-TRNARC-EXIT WITH TEST BEFORE
             UNTIL WS-FIN-ARCHIVO.

           CLOSE TRNARC.

           PERFORM 8600-GRABAR-LINEA-ARCHIVO
              THRU 8600-GRABAR-LINEA-ARCHIVO-EXIT.

       3100-ANONIMIZAR-TRNARC-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3110-PASAR-TRNARC.

           READ TRNARC NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

           IF NOT WS-FS-TRNARC-OK
               SET WS-FIN-ARCHIVO TO TRUE
               GO TO 3110-PASAR-TRNARC-EXIT
           END-IF.

           ADD 1 TO WS-ARC-LEIDOS.

           MOVE CL08T-DNI OF FD-REG-TRNARC TO WS-DNI-BUSCADO.
           PERFORM 8000-BUSCAR-DNI
              THRU 8000-BUSCAR-DNI-EXIT.

           IF NOT WS-DNI-HALLADO
               GO TO 3110-PASAR-TRNARC-EXIT
           END-IF.

           MOVE WS-MASCARA TO CL08T-NOMBRE OF FD-REG-TRNARC
                              CL08T-APELLIDO OF FD-REG-TRNARC.

           REWRITE FD-REG-TRNARC.
           IF WS-FS-TRNARC-OK
               ADD 1 TO WS-ARC-ENMASCARADOS
           ELSE
               ADD 1 TO WS-ARC-ERRORES
           END-IF.

       3110-PASAR-TRNARC-EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * La copia de seguridad del maestro tambien se enmascara: si no,
      * una recuperacion con CL08EJ08 volveria a traer los datos.
      *----------------------------------------------------------------*
       4000-ANONIMIZAR-MAEBKP.

           MOVE 'MAEBKP' TO WS-ARC-NOMBRE.
           PERFORM 8500-INICIAR-CONTADORES
              THRU 8500-INICIAR-CONTADORES-EXIT.

           OPEN I-O MAEBKP.
           IF NOT WS-FS-MAEBKP-OK
               MOVE SPACES TO WS-ARC-OBSERVACION
               STRING 'NO DISPONIBLE, STATUS ' WS-FS-MAEBKP
                      DELIMITED BY SIZE
                 INTO WS-ARC-OBSERVACION
               PERFORM 8600-GRABAR-LINEA-ARCHIVO
                  THRU 8600-GRABAR-LINEA-ARCHIVO-EXIT
               GO TO 4000-ANONIMIZAR-MAEBKP-EXIT
           END-IF.

           PERFORM 4010-PASAR-MAEBKP
              THRU 4010-PASAR-MAEBKP-EXIT WITH TEST BEFORE
             UNTIL WS-FIN-ARCHIVO.

           CLOSE MAEBKP.

           PERFORM 8600-GRABAR-LINEA-ARCHIVO
              THRU 8600-GRABAR-LINEA-ARCHIVO-EXIT.

       4000-ANONIMIZAR-MAEBKP-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       4010-PASAR-MAEBKP.

           READ MAEBKP NEXT RECORD
               AT END
                   CONTINUE
           END-READ.

           IF NOT WS-FS-MAEBKP-OK
               SET WS-FIN-ARCHIVO TO TRUE
               GO TO 4010-PASAR-MAEBKP-EXIT
           END-IF.

           ADD 1 TO WS-ARC-LEIDOS.

           MOVE CL08-DNI OF FD-REG-MAEBKP TO WS-DNI-BUSCADO.
           PERFORM 8000-BUSCAR-DNI
              THRU 8000-BUSCAR-DNI-EXIT.

           IF NOT WS-DNI-HALLADO
               GO TO 4010-PASAR-MAEBKP-EXIT
           END-IF.

           MOVE WS-MASCARA TO CL08-NOMBRE OF FD-REG-MAEBKP
                              CL08-APELLIDO OF FD-REG-MAEBKP.

           REWRITE FD-REG-MAEBKP.
           IF WS-FS-MAEBKP-OK
               ADD 1 TO WS-ARC-ENMASCARADOS
           ELSE
               ADD 1 TO WS-ARC-ERRORES
           END-IF.

       4010-PASAR-MAEBKP-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       5000-CERTIFICAR-DNI.

           MOVE SPACES TO WS-LINEA-RPT.
           STRING '   SOLICITUDES RECIBIDAS' DELIMITED BY SIZE
             INTO WS-LINEA-RPT.
           WRITE FD-REG-ANORPT FROM WS-LINEA-RPT.
           WRITE FD-REG-ANORPT FROM WS-TIT-LINEA-1.
           WRITE FD-REG-ANORPT FROM WS-TITULO-DNI.
           WRITE FD-REG-ANORPT FROM WS-TIT-LINEA-1.

           MOVE 1 TO WS-SUB-AUX.
           PERFORM 5010-LISTAR-DNI
              THRU 5010-LISTAR-DNI-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-AUX > WS-ANO-CANT.

       5000-CERTIFICAR-DNI-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       5010-LISTAR-DNI.

           IF WS-ANO-DNI-TXT(WS-SUB-AUX) IS NUMERIC
               MOVE WS-ANO-DNI-TXT(WS-SUB-AUX) TO WS-DNI-NUM
               MOVE WS-DNI-NUM TO WS-FILA-DNI-NUM
           ELSE
               MOVE WS-ANO-DNI-TXT(WS-SUB-AUX) TO WS-FILA-DNI-TXT
           END-IF.
           MOVE WS-ANO-REFERENCIA(WS-SUB-AUX) TO WS-FILA-REFERENCIA.
           MOVE WS-ANO-RESULTADO(WS-SUB-AUX)  TO WS-FILA-RESULTADO.

           WRITE FD-REG-ANORPT FROM WS-FILA-DNI.

           ADD 1 TO WS-SUB-AUX.

       5010-LISTAR-DNI-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       5100-CERTIFICAR-MAESTROS.

           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-ANORPT FROM WS-LINEA-RPT.
           STRING '   ARCHIVOS TRATADOS' DELIMITED BY SIZE
             INTO WS-LINEA-RPT.
           WRITE FD-REG-ANORPT FROM WS-LINEA-RPT.
           WRITE FD-REG-ANORPT FROM WS-TIT-LINEA-1.
           WRITE FD-REG-ANORPT FROM WS-TITULO-ARCHIVO.
           WRITE FD-REG-ANORPT FROM WS-TIT-LINEA-1.

      * En los archivos por clave se informan como leidos los DNI
      * aceptados que se buscaron.
           MOVE 'MAEUSU' TO WS-ARC-NOMBRE.
           PERFORM 8500-INICIAR-CONTADORES
              THRU 8500-INICIAR-CONTADORES-EXIT.
           MOVE WS-CANT-ACEPTADOS   TO WS-ARC-LEIDOS.
           MOVE WS-MAE-ENMASCARADOS TO WS-ARC-ENMASCARADOS.
           MOVE WS-MAE-ERRORES      TO WS-ARC-ERRORES.
           PERFORM 8600-GRABAR-LINEA-ARCHIVO
              THRU 8600-GRABAR-LINEA-ARCHIVO-EXIT.

           MOVE 'CONUSU' TO WS-ARC-NOMBRE.
           PERFORM 8500-INICIAR-CONTADORES
              THRU 8500-INICIAR-CONTADORES-EXIT.
           MOVE WS-CANT-ACEPTADOS   TO WS-ARC-LEIDOS.
           MOVE WS-CON-ENMASCARADOS TO WS-ARC-ENMASCARADOS.
           MOVE WS-CON-ERRORES      TO WS-ARC-ERRORES.
           PERFORM 8600-GRABAR-LINEA-ARCHIVO
              THRU 8600-GRABAR-LINEA-ARCHIVO-EXIT.

           MOVE 'PENAPR' TO WS-ARC-NOMBRE.
           PERFORM 8500-INICIAR-CONTADORES
              THRU 8500-INICIAR-CONTADORES-EXIT.
           IF WS-PENAPR-ABIERTO
               MOVE WS-CANT-ACEPTADOS   TO WS-ARC-LEIDOS
               MOVE WS-PEN-ENMASCARADOS TO WS-ARC-ENMASCARADOS
               MOVE WS-PEN-ERRORES      TO WS-ARC-ERRORES
           ELSE
               MOVE SPACES TO WS-ARC-OBSERVACION
               STRING 'NO DISPONIBLE, STATUS ' WS-FS-PENAPR
                      DELIMITED BY SIZE
                 INTO WS-ARC-OBSERVACION
           END-IF.
           PERFORM 8600-GRABAR-LINEA-ARCHIVO
              THRU 8600-GRABAR-LINEA-ARCHIVO-EXIT.

       5100-CERTIFICAR-MAESTROS-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       5500-TOTALES.

           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-ANORPT FROM WS-LINEA-RPT.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'DNI SOLICITADOS ......................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-SOLICITADOS TO WS-TOT-VALOR.
           WRITE FD-REG-ANORPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'DNI ANONIMIZADOS .....................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-ACEPTADOS TO WS-TOT-VALOR.
           WRITE FD-REG-ANORPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'DNI RECHAZADOS .......................: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-RECHAZADOS TO WS-TOT-VALOR.
           WRITE FD-REG-ANORPT FROM WS-FILA-TOTAL.

           MOVE SPACES TO WS-FILA-TOTAL.
           MOVE 'TOTAL DE REGISTROS ENMASCARADOS ......: '
             TO WS-TOT-ETIQUETA.
           MOVE WS-CANT-ENMASCARADOS TO WS-TOT-VALOR.
           WRITE FD-REG-ANORPT FROM WS-FILA-TOTAL.

           IF WS-CANT-ERRORES NOT = ZERO
               MOVE SPACES TO WS-FILA-TOTAL
               MOVE 'ERRORES AL REGRABAR .................: '
                 TO WS-TOT-ETIQUETA
               MOVE WS-CANT-ERRORES TO WS-TOT-VALOR
               WRITE FD-REG-ANORPT FROM WS-FILA-TOTAL
           END-IF.

           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-ANORPT FROM WS-LINEA-RPT.
           STRING '   SE CONSERVAN DNI, FECHAS, ESTADOS Y CODIGOS DE '
                  'ACCION. AUDLOG, AUDARC, STATHIS Y STAARC NO '
                  'CONTIENEN DATOS PERSONALES.' DELIMITED BY SIZE
             INTO WS-LINEA-RPT.
           WRITE FD-REG-ANORPT FROM WS-LINEA-RPT.

       5500-TOTALES-EXIT.

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
      * Busca WS-DNI-BUSCADO entre las solicitudes aceptadas; las
      * rechazadas tienen el DNI en cero y no coinciden nunca.
      *----------------------------------------------------------------*
       8000-BUSCAR-DNI.

           MOVE 'N' TO WS-DNI-HALLADO-SW.
           MOVE 1   TO WS-SUB-AUX.
           PERFORM 8010-COMPARAR-DNI
              THRU 8010-COMPARAR-DNI-EXIT WITH TEST BEFORE
             UNTIL WS-SUB-AUX > WS-ANO-CANT OR WS-DNI-HALLADO.

       8000-BUSCAR-DNI-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       8010-COMPARAR-DNI.

           IF WS-ANO-ACEPTADO(WS-SUB-AUX)
              AND WS-ANO-DNI(WS-SUB-AUX) = WS-DNI-BUSCADO
               SET WS-DNI-HALLADO TO TRUE
           ELSE
               ADD 1 TO WS-SUB-AUX
           END-IF.

       8010-COMPARAR-DNI-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       8500-INICIAR-CONTADORES.

           MOVE ZERO   TO WS-ARC-LEIDOS.
           MOVE ZERO   TO WS-ARC-ENMASCARADOS.
           MOVE ZERO   TO WS-ARC-ERRORES.
           MOVE SPACES TO WS-ARC-OBSERVACION.
           MOVE 'N'    TO WS-FIN-ARCHIVO-SW.

       8500-INICIAR-CONTADORES-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       8600-GRABAR-LINEA-ARCHIVO.

           MOVE WS-ARC-LEIDOS       TO WS-ARC-FILA-LEIDOS.
           MOVE WS-ARC-ENMASCARADOS TO WS-ARC-FILA-ENMASC.

           IF WS-ARC-ERRORES NOT = ZERO
               MOVE SPACES TO WS-ARC-OBSERVACION
               STRING 'ERRORES AL REGRABAR' DELIMITED BY SIZE
                 INTO WS-ARC-OBSERVACION
           END-IF.

           WRITE FD-REG-ANORPT FROM WS-FILA-ARC.

           ADD WS-ARC-ENMASCARADOS TO WS-CANT-ENMASCARADOS.
           ADD WS-ARC-ERRORES      TO WS-CANT-ERRORES.

       8600-GRABAR-LINEA-ARCHIVO-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       9000-CERRAR-ARCHIVOS.

           CLOSE AUDLOG.
           CLOSE MAEUSU.
           CLOSE CONUSU.
           IF WS-PENAPR-ABIERTO
               CLOSE PENAPR
           END-IF.
           CLOSE ANORPT.

       9000-CERRAR-ARCHIVOS-EXIT.

           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL08EJ22.
