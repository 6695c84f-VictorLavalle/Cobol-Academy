             10 MAST-YTD-INF       PIC 9(09)V99.
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

      *Reporte de trayectoria, una seccion por empleado (ancho 132
      *para que quepa el folio fiscal del mes)

       01 VARIABLES.
          10 WSV-MES               PIC 9(02)         VALUE ZEROS.
          10 WSV-QNA               PIC 9(02)         VALUE ZEROS.
          10 WSV-EMPLEADOS         PIC 9(05)         VALUE ZEROS.

       01 ENCABEZADO-EMPLEADO.
          10 ENC-NOMBRE            PIC X(15).
          10 FILLER                PIC X(07)  VALUE ' ANIO: '.
          10 ENC-ANIO              PIC 9(04).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 ENC-FRECUENCIA        PIC X(10).
          10 FILLER                PIC X(79)  VALUE SPACES.

       01 ENCABEZADO-COLUMNAS.
          10 FILLER                PIC X(04)  VALUE 'PER '.
          10 FILLER                PIC X(14)  VALUE '      BRUTO   '.
          10 FILLER                PIC X(14)  VALUE '        ISR   '.
          10 FILLER                PIC X(14)  VALUE '   IMSS RET   '.
           MOVE MAST-NUMERO TO ENC-NUMERO
           MOVE MAST-NOMBRE TO ENC-NOMBRE
           MOVE MAST-ANIO   TO ENC-ANIO
           IF MAST-FRECUENCIA = 'Q'
              MOVE 'QUINCENAL' TO ENC-FRECUENCIA
           ELSE
              MOVE 'MENSUAL'   TO ENC-FRECUENCIA
           END-IF
           WRITE PRINT-REC FROM ENCABEZADO-EMPLEADO
           WRITE PRINT-REC FROM ENCABEZADO-COLUMNAS
      *Al quincenal se le reporta cada quincena con su propio folio
      *fiscal; los acumulados son los mismos
           IF MAST-FRECUENCIA = 'Q'
              PERFORM ESCRIBO-QUINCENA
                 VARYING WSV-QNA FROM 1 BY 1
                   UNTIL WSV-QNA > 24
           ELSE
              PERFORM ESCRIBO-MES
                 VARYING WSV-MES FROM 1 BY 1
                   UNTIL WSV-MES > 12
           END-IF
           MOVE MAST-YTD-BRUTO TO TOT-BRUTO
           MOVE MAST-YTD-ISR   TO TOT-ISR
           MOVE MAST-YTD-RET   TO TOT-RET
              END-IF
              WRITE PRINT-REC FROM DETALLE-MES
           END-IF.

       ESCRIBO-QUINCENA.
           IF MAST-QNA-BRUTO (WSV-QNA) NOT = ZEROS
           OR MAST-QNA-NETO  (WSV-QNA) NOT = ZEROS
              MOVE WSV-QNA                  TO DET-MES
              MOVE MAST-QNA-BRUTO (WSV-QNA) TO DET-BRUTO
              MOVE MAST-QNA-ISR   (WSV-QNA) TO DET-ISR
              MOVE MAST-QNA-RET   (WSV-QNA) TO DET-RET
              MOVE MAST-QNA-VIV   (WSV-QNA) TO DET-VIV
              MOVE MAST-QNA-NETO  (WSV-QNA) TO DET-NETO
              IF MAST-QNA-UUID (WSV-QNA) = SPACES
                 MOVE '(SIN TIMBRAR)' TO DET-UUID
              ELSE
                 MOVE MAST-QNA-UUID (WSV-QNA) TO DET-UUID
              END-IF
              WRITE PRINT-REC FROM DETALLE-MES
           END-IF.
