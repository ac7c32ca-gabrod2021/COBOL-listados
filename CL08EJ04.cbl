
       FD  ARCCTL
           LABEL RECORDS ARE STANDARD.
       01  FD-REG-ARCCTL               PIC X(40).

       FD  AUDRPT
           LABEL RECORDS ARE STANDARD
                   MOVE 'DENEGADO  ' TO WS-FILA-ACCION-DESC
               WHEN CL08A-ACCION-CONTACTO
                   MOVE 'CONTACTO  ' TO WS-FILA-ACCION-DESC
               WHEN CL08A-ACCION-SOLICITUD
                   MOVE 'SOLICITUD ' TO WS-FILA-ACCION-DESC
               WHEN CL08A-ACCION-RECHAZO
                   MOVE 'RECHAZO   ' TO WS-FILA-ACCION-DESC
               WHEN CL08A-ACCION-VENCIDA
                   MOVE 'VENCIDA   ' TO WS-FILA-ACCION-DESC
               WHEN CL08A-ACCION-OPERADOR
                   MOVE 'OPERADOR  ' TO WS-FILA-ACCION-DESC
               WHEN CL08A-ACCION-ANONIMIZA
                   MOVE 'ANONIMIZA ' TO WS-FILA-ACCION-DESC
               WHEN CL08A-ACCION-EXTRACCION
                   MOVE 'EXTRACCION' TO WS-FILA-ACCION-DESC
               WHEN CL08A-ACCION-TUTOR
                   MOVE 'TUTOR     ' TO WS-FILA-ACCION-DESC
               WHEN OTHER
                   MOVE 'OTRA      ' TO WS-FILA-ACCION-DESC
           END-EVALUATE.
