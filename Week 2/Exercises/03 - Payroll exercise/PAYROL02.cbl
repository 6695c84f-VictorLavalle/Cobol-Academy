          05 MAST-YTD              PIC X(66).
          05 MAST-NUM-CREDITO      PIC X(10).
          05 FILLER                PIC X(12).
      *Datos fiscales del ejercicio para el ajuste anual (PAYROL00)
          05 MAST-FISCAL           PIC X(160).
      *Fondo de ahorro y prestaciones del ejercicio (PAYROL00)
          05 MAST-PRESTACIONES     PIC X(40).
      *Tarifa y horas con que se pago cada mes (PAYROL00)
          05 MAST-BASE-SALARIAL    PIC X(60).
      *Frecuencia de pago y quincenas del anio (PAYROL00)
          05 MAST-QUINCENAL        PIC X(2500).

      *Tarjeta de parametros: anio, bimestre (1 a 6) y datos del
      *registro patronal que viajan en el encabezado del SUA
