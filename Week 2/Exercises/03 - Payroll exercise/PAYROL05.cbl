             88 RS-TIMBRADO                    VALUE 'AC'.
             88 RS-RECHAZADO                   VALUE 'RE'.
          05 RS-MOTIVO             PIC X(25).
      *Quincena del mes (1 o 2) del recibo quincenal, blanco mensual
          05 RS-QUINCENA           PIC X(01).
          05 FILLER                PIC X(05).

      *Maestro de historia de nomina (mismo layout que en PAYROL00)
       FD  MAST-IN RECORDING MODE F.
          05 MAST-YTD              PIC X(66).
          05 MAST-NUM-CREDITO      PIC X(10).
          05 FILLER                PIC X(12).
      *Datos fiscales del ejercicio para el ajuste anual (PAYROL00)
          05 MAST-FISCAL           PIC X(160).
      *Fondo de ahorro y prestaciones del ejercicio (PAYROL00)
          05 MAST-PRESTACIONES     PIC X(40).
      *Tarifa y horas con que se pago cada mes (PAYROL00)
          05 MAST-BASE-SALARIAL    PIC X(60).
      *Frecuencia de pago y quincenas del anio de los empleados
      *quincenales (PAYROL00)
          05 MAST-FRECUENCIA       PIC X(01).
          05 MAST-QUINCENAS.
             10 MAST-QNA           OCCURS 24 TIMES.
                15 MAST-QNA-BRUTO  PIC 9(07)V99.
                15 MAST-QNA-ISR    PIC 9(07)V99.
                15 MAST-QNA-RET    PIC 9(07)V99.
                15 MAST-QNA-VIV    PIC 9(07)V99.
                15 MAST-QNA-NETO   PIC 9(07)V99.
                15 MAST-QNA-DIAS-PAG PIC 9(02).
                15 MAST-QNA-DIAS-INC PIC 9(02).
                15 MAST-QNA-UUID   PIC X(36).
                15 MAST-QNA-INF    PIC 9(07)V99.
                15 MAST-QNA-GRAVABLE PIC 9(07)V99.
          05 FILLER                PIC X(27).

       FD  MAST-OUT RECORDING MODE F.
       01 MAST-REC-OUT             PIC X(4000).

       WORKING-STORAGE SECTION.

             15 RSP-UUID           PIC X(36).
             15 RSP-ESTATUS        PIC X(02).
             15 RSP-USADA          PIC X(01).
             15 RSP-QUINCENA       PIC X(01).

       01 WSV-MES                  PIC 9(02)      VALUE ZEROS.
       01 WSV-QNA                  PIC 9(02)      VALUE ZEROS.

       01 CONTADORES.
          10 WSV-RESP-LEIDAS       PIC 9(05)      VALUE ZEROS.
                 MOVE RS-UUID    TO RSP-UUID    (WSV-NUM-RESP)
                 MOVE RS-ESTATUS TO RSP-ESTATUS (WSV-NUM-RESP)
                 MOVE 'N'        TO RSP-USADA   (WSV-NUM-RESP)
                 MOVE RS-QUINCENA TO RSP-QUINCENA (WSV-NUM-RESP)
                 IF RS-RECHAZADO
                    ADD 1 TO WSV-RECHAZADOS
                    DISPLAY 'PAYROL05 TIMBRADO RECHAZADO, EMPLEADO '
                 AND RSP-MM (WSV-IDX-RSP) > 0
                 AND RSP-MM (WSV-IDX-RSP) < 13
                    MOVE RSP-MM (WSV-IDX-RSP) TO WSV-MES
      *El recibo quincenal se estampa en su quincena del anio
                    EVALUATE RSP-QUINCENA (WSV-IDX-RSP)
                       WHEN '1'
                       WHEN '2'
                          COMPUTE WSV-QNA = ((WSV-MES - 1) * 2) + 1
                          IF RSP-QUINCENA (WSV-IDX-RSP) = '2'
                             ADD 1 TO WSV-QNA
                          END-IF
                          MOVE RSP-UUID (WSV-IDX-RSP) TO
                             MAST-QNA-UUID (WSV-QNA)
                       WHEN OTHER
                          MOVE RSP-UUID (WSV-IDX-RSP) TO
                             MAST-MES-UUID (WSV-MES)
                    END-EVALUATE
                    ADD 1 TO WSV-UUID-CARGADOS
                 END-IF
              END-IF
