               RECORD KEY IS CL08C-DNI OF FD-REG-CONUSU
               FILE STATUS IS WS-FS-CONUSU.

           SELECT TUTMAE ASSIGN TO "TUTMAE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL08R-DNI-MENOR OF FD-REG-TUTMAE
               FILE STATUS IS WS-FS-TUTMAE.

           SELECT OPEMAE ASSIGN TO "OPEMAE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  FD-REG-CONUSU.
           COPY CL08CDET.

       FD  TUTMAE
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-TUTMAE.
           COPY CL08RDET.

       FD  OPEMAE
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-OPEMAE.

       FD  JRNARC
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-JRNARC               PIC X(146).

       FD  DOSRPT
           LABEL RECORDS ARE STANDARD
               88 WS-PRIMERA-IMAGEN                VALUE 'S'.
           77 WS-CONUSU-ABIERTO-SW       PIC X(01) VALUE 'N'.
               88 WS-CONUSU-ABIERTO                VALUE 'S'.
           77 WS-TUTMAE-ABIERTO-SW       PIC X(01) VALUE 'N'.
               88 WS-TUTMAE-ABIERTO                VALUE 'S'.
           77 WS-TUT-EXISTE-SW           PIC X(01) VALUE 'N'.
               88 WS-TUT-EXISTE                    VALUE 'S'.
           77 WS-MENOR-SW                PIC X(01) VALUE 'N'.
               88 WS-ES-MENOR                      VALUE 'S'.
           77 WS-EDAD-MAYORIA            PIC 9(03) COMP VALUE 18.

           01 WS-IMG-ANTERIOR.
              COPY CL08UDET.
                 88 WS-FS-MAEUSU-OK              VALUE '00'.
              05 WS-FS-CONUSU           PIC X(02) VALUE '00'.
                 88 WS-FS-CONUSU-OK              VALUE '00'.
              05 WS-FS-TUTMAE           PIC X(02) VALUE '00'.
                 88 WS-FS-TUTMAE-OK              VALUE '00'.
              05 WS-FS-OPEMAE           PIC X(02) VALUE '00'.
                 88 WS-FS-OPEMAE-OK              VALUE '00'.
              05 WS-FS-AUDLOG           PIC X(02) VALUE '00'.
           77 WS-ANO-ED                   PIC 9(04).
           77 WS-EDAD-ED                  PIC 9(03).
           77 WS-FECHA-ED                 PIC 9999/99/99.
           77 WS-FECHA-ED2                PIC 9999/99/99.
           77 WS-DNI-ED                   PIC 99.999.999.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 2000-SECCION-CONTACTO
              THRU 2000-SECCION-CONTACTO-EXIT.

           PERFORM 2500-SECCION-TUTOR
              THRU 2500-SECCION-TUTOR-EXIT.

           PERFORM 3000-SECCION-AUDITORIA
              THRU 3000-SECCION-AUDITORIA-EXIT.

                       WS-FS-CONUSU ". Sin datos de contacto."
           END-IF.

           OPEN INPUT TUTMAE.
           IF WS-FS-TUTMAE-OK
               SET WS-TUTMAE-ABIERTO TO TRUE
           END-IF.

           OPEN OUTPUT DOSRPT.
           IF NOT WS-FS-DOSRPT-OK
               DISPLAY "No se pudo abrir DOSRPT, status " WS-FS-DOSRPT
               WRITE FD-REG-DOSRPT FROM WS-FILA-CAMPO
           END-IF.

           IF CL08-INACTIVO OF FD-REG-MAEUSU
               MOVE 'MOTIVO DE BAJA      ' TO WS-CAMPO-ETIQUETA
               EVALUATE TRUE
                   WHEN CL08-BAJA-FALLECIDO OF FD-REG-MAEUSU
                       MOVE 'FALLECIDO (REGISTRO CIVIL)'
                         TO WS-CAMPO-VALOR
                   WHEN CL08-BAJA-FUSION OF FD-REG-MAEUSU
                       MOVE 'FUSION DE DUPLICADOS' TO WS-CAMPO-VALOR
                   WHEN CL08-BAJA-ADMINISTRATIVA OF FD-REG-MAEUSU
                       MOVE 'ADMINISTRATIVA' TO WS-CAMPO-VALOR
                   WHEN OTHER
                       MOVE 'NO INFORMADO' TO WS-CAMPO-VALOR
               END-EVALUATE
               WRITE FD-REG-DOSRPT FROM WS-FILA-CAMPO
           END-IF.

       1000-SECCION-MAESTRO-EXIT.

           EXIT.

           EXIT.
      *----------------------------------------------------------------*
      * Adulto responsable del menor. Se lista siempre que haya un
      * vinculo registrado para el DNI (aunque ya este cerrado), y para
      * un menor activo sin vinculo se deja constancia de la falta.
      *----------------------------------------------------------------*
       2500-SECCION-TUTOR.

           MOVE 'N' TO WS-MENOR-SW.
           IF WS-REGISTRO-EXISTE
              AND CL08-EDAD OF FD-REG-MAEUSU < WS-EDAD-MAYORIA
              AND NOT CL08-INACTIVO OF FD-REG-MAEUSU
               SET WS-ES-MENOR TO TRUE
           END-IF.

           MOVE 'N' TO WS-TUT-EXISTE-SW.
           IF WS-TUTMAE-ABIERTO
               MOVE WS-DNI-NUM TO CL08R-DNI-MENOR OF FD-REG-TUTMAE
               READ TUTMAE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-TUT-EXISTE TO TRUE
               END-READ
           END-IF.

           IF NOT WS-TUT-EXISTE AND NOT WS-ES-MENOR
               GO TO 2500-SECCION-TUTOR-EXIT
           END-IF.

           MOVE SPACES TO WS-LINEA-RPT.
           WRITE FD-REG-DOSRPT FROM WS-LINEA-RPT.
           WRITE FD-REG-DOSRPT FROM WS-TIT-LINEA-1.
           MOVE SPACES TO WS-LINEA-RPT.
           STRING '   TUTOR O ADULTO RESPONSABLE' DELIMITED BY SIZE
              INTO WS-LINEA-RPT.
           WRITE FD-REG-DOSRPT FROM WS-LINEA-RPT.
           WRITE FD-REG-DOSRPT FROM WS-TIT-LINEA-1.

           IF NOT WS-TUTMAE-ABIERTO
               MOVE SPACES TO WS-LINEA-RPT
               STRING '   ARCHIVO DE TUTORES NO DISPONIBLE'
                      DELIMITED BY SIZE
                 INTO WS-LINEA-RPT
               WRITE FD-REG-DOSRPT FROM WS-LINEA-RPT
               GO TO 2500-SECCION-TUTOR-EXIT
           END-IF.

           IF NOT WS-TUT-EXISTE
               MOVE SPACES TO WS-LINEA-RPT
               STRING '   MENOR SIN TUTOR REGISTRADO'
                      DELIMITED BY SIZE
                 INTO WS-LINEA-RPT
               WRITE FD-REG-DOSRPT FROM WS-LINEA-RPT
               GO TO 2500-SECCION-TUTOR-EXIT
           END-IF.

           MOVE 'DNI DEL TUTOR       ' TO WS-CAMPO-ETIQUETA.
           MOVE CL08R-DNI-TUTOR OF FD-REG-TUTMAE TO WS-DNI-ED.
           MOVE WS-DNI-ED TO WS-CAMPO-VALOR.
           WRITE FD-REG-DOSRPT FROM WS-FILA-CAMPO.

           MOVE 'VINCULO             ' TO WS-CAMPO-ETIQUETA.
           EVALUATE TRUE
               WHEN CL08R-PADRE-MADRE OF FD-REG-TUTMAE
                   MOVE 'PADRE / MADRE' TO WS-CAMPO-VALOR
               WHEN CL08R-TUTOR-LEGAL OF FD-REG-TUTMAE
                   MOVE 'TUTOR LEGAL' TO WS-CAMPO-VALOR
               WHEN CL08R-GUARDADOR OF FD-REG-TUTMAE
                   MOVE 'GUARDADOR' TO WS-CAMPO-VALOR
               WHEN OTHER
                   MOVE 'OTRO' TO WS-CAMPO-VALOR
           END-EVALUATE.
           WRITE FD-REG-DOSRPT FROM WS-FILA-CAMPO.

           MOVE 'VIGENCIA            ' TO WS-CAMPO-ETIQUETA.
           MOVE SPACES TO WS-CAMPO-VALOR.
           MOVE CL08R-FECHA-DESDE OF FD-REG-TUTMAE TO WS-FECHA-ED.
           IF CL08R-FECHA-HASTA OF FD-REG-TUTMAE = ZERO
               STRING 'DESDE '               DELIMITED BY SIZE
                      WS-FECHA-ED            DELIMITED BY SIZE
                      ' SIN VENCIMIENTO'     DELIMITED BY SIZE
                  INTO WS-CAMPO-VALOR
           ELSE
               MOVE CL08R-FECHA-HASTA OF FD-REG-TUTMAE
                 TO WS-FECHA-ED2
               STRING 'DESDE '               DELIMITED BY SIZE
                      WS-FECHA-ED            DELIMITED BY SIZE
                      ' HASTA '              DELIMITED BY SIZE
                      WS-FECHA-ED2           DELIMITED BY SIZE
                  INTO WS-CAMPO-VALOR
           END-IF.
           WRITE FD-REG-DOSRPT FROM WS-FILA-CAMPO.

           MOVE 'SITUACION           ' TO WS-CAMPO-ETIQUETA.
           IF CL08R-FECHA-DESDE OF FD-REG-TUTMAE NOT > WS-FECHA-NUM
              AND (CL08R-FECHA-HASTA OF FD-REG-TUTMAE = ZERO
                OR CL08R-FECHA-HASTA OF FD-REG-TUTMAE
                   NOT < WS-FECHA-NUM)
               MOVE 'VIGENTE' TO WS-CAMPO-VALOR
           ELSE
               MOVE 'NO VIGENTE' TO WS-CAMPO-VALOR
           END-IF.
           WRITE FD-REG-DOSRPT FROM WS-FILA-CAMPO.

           MOVE CL08R-DNI-TUTOR OF FD-REG-TUTMAE
             TO CL08-DNI OF FD-REG-MAEUSU.
           READ MAEUSU
               INVALID KEY
                   MOVE SPACES TO WS-LINEA-RPT
                   STRING '   EL TUTOR NO FIGURA EN EL MAESTRO (PUDO '
                          'HABER SIDO PURGADO)' DELIMITED BY SIZE
                     INTO WS-LINEA-RPT
                   WRITE FD-REG-DOSRPT FROM WS-LINEA-RPT
                   GO TO 2500-SECCION-TUTOR-EXIT
           END-READ.

           MOVE 'NOMBRE DEL TUTOR    ' TO WS-CAMPO-ETIQUETA.
           MOVE SPACES TO WS-CAMPO-VALOR.
           STRING CL08-NOMBRE OF FD-REG-MAEUSU DELIMITED BY '  '
                  ' '                          DELIMITED BY SIZE
                  CL08-APELLIDO OF FD-REG-MAEUSU DELIMITED BY '  '
              INTO WS-CAMPO-VALOR.
           WRITE FD-REG-DOSRPT FROM WS-FILA-CAMPO.

           MOVE 'ESTADO DEL TUTOR    ' TO WS-CAMPO-ETIQUETA.
           IF CL08-INACTIVO OF FD-REG-MAEUSU
               MOVE 'DADO DE BAJA' TO WS-CAMPO-VALOR
           ELSE
               MOVE 'ACTIVO' TO WS-CAMPO-VALOR
           END-IF.
           WRITE FD-REG-DOSRPT FROM WS-FILA-CAMPO.

           IF NOT WS-CONUSU-ABIERTO
               GO TO 2500-SECCION-TUTOR-EXIT
           END-IF.

           MOVE CL08R-DNI-TUTOR OF FD-REG-TUTMAE
             TO CL08C-DNI OF FD-REG-CONUSU.
           READ CONUSU
               INVALID KEY
                   MOVE SPACES TO WS-LINEA-RPT
                   STRING '   EL TUTOR NO TIENE DATOS DE CONTACTO'
                          DELIMITED BY SIZE
                     INTO WS-LINEA-RPT
                   WRITE FD-REG-DOSRPT FROM WS-LINEA-RPT
                   GO TO 2500-SECCION-TUTOR-EXIT
           END-READ.

           MOVE 'DIRECCION DEL TUTOR ' TO WS-CAMPO-ETIQUETA.
           MOVE CL08C-DIRECCION OF FD-REG-CONUSU TO WS-CAMPO-VALOR.
           WRITE FD-REG-DOSRPT FROM WS-FILA-CAMPO.

           MOVE 'LOCALIDAD DEL TUTOR ' TO WS-CAMPO-ETIQUETA.
           MOVE CL08C-LOCALIDAD OF FD-REG-CONUSU TO WS-CAMPO-VALOR.
           WRITE FD-REG-DOSRPT FROM WS-FILA-CAMPO.

           MOVE 'TELEFONO DEL TUTOR  ' TO WS-CAMPO-ETIQUETA.
           MOVE CL08C-TELEFONO OF FD-REG-CONUSU TO WS-CAMPO-VALOR.
           WRITE FD-REG-DOSRPT FROM WS-FILA-CAMPO.

           MOVE 'EMAIL DEL TUTOR     ' TO WS-CAMPO-ETIQUETA.
           MOVE CL08C-EMAIL OF FD-REG-CONUSU TO WS-CAMPO-VALOR.
           WRITE FD-REG-DOSRPT FROM WS-FILA-CAMPO.

       2500-SECCION-TUTOR-EXIT.

           EXIT.
      *----------------------------------------------------------------*
       3000-SECCION-AUDITORIA.

           MOVE SPACES TO WS-LINEA-RPT.
                   MOVE 'DENEGADO  ' TO WS-AUD-ACCION-DESC
               WHEN CL08A-ACCION-CONTACTO OF FD-REG-AUDLOG
                   MOVE 'CONTACTO  ' TO WS-AUD-ACCION-DESC
               WHEN CL08A-ACCION-SOLICITUD OF FD-REG-AUDLOG
                   MOVE 'SOLICITUD ' TO WS-AUD-ACCION-DESC
               WHEN CL08A-ACCION-RECHAZO OF FD-REG-AUDLOG
                   MOVE 'RECHAZO   ' TO WS-AUD-ACCION-DESC
               WHEN CL08A-ACCION-VENCIDA OF FD-REG-AUDLOG
                   MOVE 'VENCIDA   ' TO WS-AUD-ACCION-DESC
               WHEN CL08A-ACCION-ANONIMIZA OF FD-REG-AUDLOG
                   MOVE 'ANONIMIZA ' TO WS-AUD-ACCION-DESC
               WHEN CL08A-ACCION-EXTRACCION OF FD-REG-AUDLOG
                   MOVE 'EXTRACCION' TO WS-AUD-ACCION-DESC
               WHEN CL08A-ACCION-TUTOR OF FD-REG-AUDLOG
                   MOVE 'TUTOR     ' TO WS-AUD-ACCION-DESC
               WHEN OTHER
                   MOVE 'OTRA      ' TO WS-AUD-ACCION-DESC
           END-EVALUATE.
               WRITE FD-REG-DOSRPT FROM WS-FILA-DIF
           END-IF.

           IF CL08-MOTIVO-BAJA OF FD-REG-JRNLOG
              NOT = CL08-MOTIVO-BAJA OF WS-IMG-ANTERIOR
               MOVE 'MOTIVO BAJA     ' TO WS-DIF-CAMPO
               MOVE CL08-MOTIVO-BAJA OF WS-IMG-ANTERIOR
                 TO WS-DIF-ANTES
               MOVE CL08-MOTIVO-BAJA OF FD-REG-JRNLOG
                 TO WS-DIF-AHORA
               WRITE FD-REG-DOSRPT FROM WS-FILA-DIF
           END-IF.

       4300-COMPARAR-CAMPOS-EXIT.

           EXIT.
           IF WS-CONUSU-ABIERTO
               CLOSE CONUSU
           END-IF.
           IF WS-TUTMAE-ABIERTO
               CLOSE TUTMAE
           END-IF.
           CLOSE DOSRPT.

       9000-CERRAR-ARCHIVOS-EXIT.
