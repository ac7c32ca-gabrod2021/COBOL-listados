
           IF CL08A-ACCION-CONSULTA
              OR CL08A-ACCION-CONTACTO
              OR CL08A-ACCION-ANONIMIZA
              OR CL08A-ACCION-EXTRACCION
              OR CL08A-ACCION-SOLICITUD
              OR CL08A-ACCION-RECHAZO
              OR CL08A-ACCION-VENCIDA
              OR CL08A-ACCION-OPERADOR
              OR CL08A-ACCION-TUTOR
               GO TO 1050-ACUMULAR-AUDITORIA-EXIT
           END-IF.

