       FILE SECTION.
      *Maestro de empleados vigente (mismo layout que lee PAYROL00)
       FD  EMP-IN RECORDING MODE F.
       01 EMP-REC-IN               PIC X(80).

       FD  EMP-OUT RECORDING MODE F.
       01 EMP-REC-OUT              PIC X(80).

      *Transaccion: accion + operador + imagen completa del empleado
      *(en la baja solo cuentan numero, fecha y motivo)
             10 TR-FEC-BAJA        PIC 9(08).
             10 TR-ESTATUS         PIC X(01).
             10 TR-MOTIVO-BAJA     PIC X(02).
      *Frecuencia de pago: 'Q' quincenal, 'M' mensual; en blanco el
      *alta queda mensual y el cambio conserva la que tenia
             10 TR-FRECUENCIA      PIC X(01).
          05 FILLER                PIC X(04).

      *Transacciones rechazadas con su razon
       FD  REJ-FILE RECORDING MODE F.
             88 WSV-TRAN-INVALIDA                    VALUE 'N'.
          10 WSV-MOTIVO-RECHAZO    PIC X(40)         VALUE SPACES.

      ****** Maestro completo en memoria (mismo layout de 80 bytes)
       01 WSV-REG-EMPLEADO.
          10 EMP-NUMERO            PIC 9(05).
          10 EMP-NOMBRE            PIC X(15).
          10 EMP-FEC-BAJA          PIC 9(08).
          10 EMP-ESTATUS           PIC X(01).
          10 EMP-MOTIVO-BAJA       PIC X(02).
          10 EMP-FRECUENCIA        PIC X(01).
          10 FILLER                PIC X(13).

       01 TABLA-EMPLEADOS.
          10 WSC-MAX-EMPLEADOS     PIC 9(04)      VALUE 1000.
          10 WSV-IDX-EMP           PIC 9(04)      VALUE ZEROS.
          10 WSV-KDX-EMP           PIC 9(04)      VALUE ZEROS.
          10 EMPLEADO-ENT          OCCURS 1000 TIMES.
             15 EMPLEADO-REG       PIC X(80).

       01 FECHA-HORA-CORRIDA.
          10 WSV-FECHA-SISTEMA     PIC 9(08).
                 END-IF
              END-IF
           END-IF
           IF WSV-TRAN-VALIDA
              IF TR-ACCION-ALTA OR TR-ACCION-CAMBIO
                 IF TR-FRECUENCIA NOT = SPACE
                 AND TR-FRECUENCIA NOT = 'M'
                 AND TR-FRECUENCIA NOT = 'Q'
                    SET WSV-TRAN-INVALIDA TO TRUE
                    MOVE 'FRECUENCIA DE PAGO INVALIDA' TO
                       WSV-MOTIVO-RECHAZO
                 END-IF
              END-IF
           END-IF
           IF WSV-TRAN-VALIDA
              IF TR-ACCION-BAJA
                 IF TR-FEC-BAJA IS NOT NUMERIC
              MOVE ZEROS            TO EMP-FEC-BAJA
              MOVE 'A'              TO EMP-ESTATUS
              MOVE SPACES           TO EMP-MOTIVO-BAJA
              IF TR-FRECUENCIA = SPACE
                 MOVE 'M'           TO EMP-FRECUENCIA
              ELSE
                 MOVE TR-FRECUENCIA TO EMP-FRECUENCIA
              END-IF
              MOVE WSV-REG-EMPLEADO TO EMPLEADO-ENT (WSV-KDX-EMP)
              ADD 1 TO WSV-ALTAS
           END-IF.
              MOVE TR-CLABE         TO EMP-CLABE
              MOVE TR-CCOSTO        TO EMP-CCOSTO
              MOVE TR-FEC-INGRESO   TO EMP-FEC-INGRESO
              IF TR-FRECUENCIA NOT = SPACE
                 MOVE TR-FRECUENCIA TO EMP-FRECUENCIA
              END-IF
              MOVE WSV-REG-EMPLEADO TO EMPLEADO-ENT (WSV-KDX-EMP)
              ADD 1 TO WSV-CAMBIOS
           END-IF.
