       FD  DISP-FILE RECORDING MODE F.
       01 DISP-REC                 PIC X(80).

      *Maestro de empleados (80 bytes), para la CLABE ya corregida
       FD  EMP-FILE RECORDING MODE F.
       01 EMP-REC.
          05 EMP-NUMERO            PIC 9(05).
          05 EMP-FEC-BAJA          PIC 9(08).
          05 EMP-ESTATUS           PIC X(01).
          05 EMP-MOTIVO-BAJA       PIC X(02).
          05 EMP-FRECUENCIA        PIC X(01).
          05 FILLER                PIC X(13).

      *Re-dispersion de rechazados, mismo layout del banco
       FD  REDISP-FILE RECORDING MODE F.
          10 WSV-IDX-EMP           PIC 9(04)      VALUE ZEROS.
          10 CLABE-ENT             OCCURS 1000 TIMES.
             15 CLA-NUMERO         PIC 9(05).
             15 CLA-NOMBRE         PIC X(15).
             15 CLA-CLABE          PIC X(18).

      ****** Historial de rebotes por empleado
                    IF WSV-NUM-EMP < WSC-MAX-EMP
                       ADD 1 TO WSV-NUM-EMP
                       MOVE EMP-NUMERO TO CLA-NUMERO (WSV-NUM-EMP)
                       MOVE EMP-NOMBRE TO CLA-NOMBRE (WSV-NUM-EMP)
                       MOVE EMP-CLABE  TO CLA-CLABE  (WSV-NUM-EMP)
                    END-IF
              END-READ
       CONCILIA-DETALLE.
           ADD 1 TO WSV-DET-LEIDOS
           ADD WSV-D-NETO TO WSV-MNT-LEIDO
      ****** Un empleado puede traer varios detalles (su neto y las
      ****** pensiones alimenticias a sus beneficiarios): primero se
      ****** busca el retorno con el mismo importe y luego cualquiera
           SET WSV-NO-HALLADO TO TRUE
           PERFORM BUSCA-RETORNO-IMPORTE
              VARYING WSV-IDX-RET FROM 1 BY 1
                UNTIL WSV-IDX-RET > WSV-NUM-RET
                   OR WSV-HALLADO
           IF WSV-NO-HALLADO
              PERFORM BUSCA-RETORNO
                 VARYING WSV-IDX-RET FROM 1 BY 1
                   UNTIL WSV-IDX-RET > WSV-NUM-RET
                      OR WSV-HALLADO
           END-IF
           MOVE SPACES TO DETALLE-CONCILIA
           MOVE WSV-D-NUMERO TO DC-NUMERO
           MOVE WSV-D-NETO   TO DC-IMPORTE
              MOVE WSV-IDX-RET TO WSV-KDX-RET
           END-IF.

       BUSCA-RETORNO-IMPORTE.
           IF RET-NUMERO (WSV-IDX-RET) = WSV-D-NUMERO
           AND RET-IMPORTE (WSV-IDX-RET) = WSV-D-NETO
           AND RET-USADO (WSV-IDX-RET) = 'N'
              SET WSV-HALLADO TO TRUE
              MOVE WSV-IDX-RET TO WSV-KDX-RET
           END-IF.

       SUMA-REBOTE.
           SET WSV-NO-HALLADO TO TRUE
           PERFORM BUSCA-REBOTE

      ****** El rechazo se vuelve a dispersar con la CLABE que hoy
      ****** tenga el maestro (la corregida); si sigue igual a la
      ****** rebotada, el renglon sale igual y el reporte ya aviso.
      ****** El pago a un beneficiario de pension (otro nombre) sale
      ****** con su propia CLABE, nunca con la del empleado
       GRABA-REDISPERSION.
           MOVE WSV-D-CLABE TO WSV-CLABE-ACTUAL
           PERFORM VARYING WSV-IDX-EMP FROM 1 BY 1
                     UNTIL WSV-IDX-EMP > WSV-NUM-EMP
              IF CLA-NUMERO (WSV-IDX-EMP) = WSV-D-NUMERO
              AND CLA-NOMBRE (WSV-IDX-EMP) = WSV-D-NOMBRE
                 MOVE CLA-CLABE (WSV-IDX-EMP) TO WSV-CLABE-ACTUAL
              END-IF
           END-PERFORM
