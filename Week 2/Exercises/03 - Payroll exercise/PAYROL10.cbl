      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. PAYROL10.
      *----------------------------------------------------------------*
      * Conciliacion mensual de donativos por nomina: junta lo que     *
      * PAYROL00 desconto a los empleados en las corridas del mes      *
      * (DONANOM, mensual y quincenas concatenadas) con la respuesta   *
      * del barrido de donativos unicos (ZME097NA) y lista por cuenta  *
      * donante lo descontado que no se aplico a la Fundacion (sin     *
      * respuesta, rechazado, excluido, retenido por PLD o corrido en  *
      * simulacion), las diferencias de importe y lo aplicado por      *
      * nomina que ninguna corrida desconto. Cualquier diferencia deja *
      * RC 8 para que no se cierre el mes sin revisarla.               *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE     ASSIGN TO DONAPARM.
           SELECT DNOM-FILE     ASSIGN TO DONANOM.
           SELECT RESP-FILE     ASSIGN TO ZME097NA.
           SELECT PRINT-LINE    ASSIGN TO PRTLINE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *Tarjeta de parametros: anio y mes que se concilia
       FD  PARM-FILE RECORDING MODE F.
       01 PARM-REC.
          05 PARM-ANIO             PIC 9(04).
          05 PARM-MES              PIC 9(02).
          05 FILLER                PIC X(74).

      *Donativos descontados por PAYROL00 (layout de captura de
      *donativos unicos del barrido, origen 'N')
       FD  DNOM-FILE RECORDING MODE F.
       01 DNOM-REC.
          05 DN-IEMPR              PIC X(03).
          05 DN-ICUENTA            PIC 9(07).
          05 DN-IRFC               PIC X(15).
          05 DN-MONTO              PIC 9(13)V99.
          05 DN-FECHA.
             10 DN-FECHA-AA        PIC 9(04).
             10 FILLER             PIC X(01).
             10 DN-FECHA-MM        PIC 9(02).
             10 FILLER             PIC X(03).
          05 DN-ISUCCASA           PIC X(03).
          05 DN-IPROM              PIC 9(04).
          05 DN-ORIGEN             PIC X(01).
          05 DN-REFERENCIA.
             10 DN-REF-NUMERO      PIC 9(05).
             10 DN-REF-PERIODO     PIC 9(06).
          05 FILLER                PIC X(11).

      *Respuesta del barrido a los donativos de nomina: un renglon por
      *cuenta donante con el estatus con que quedo (DD DUMMY cuando el
      *barrido no corrio)
       FD  RESP-FILE RECORDING MODE F.
       01 RESP-REC.
          05 NA-IEMPR              PIC X(03).
          05 NA-ICUENTA            PIC 9(07).
          05 NA-IRFC               PIC X(15).
          05 NA-MONTO              PIC 9(13)V99.
          05 NA-OPS                PIC 9(05).
          05 NA-ESTATUS            PIC X(01).
             88 NA-APLICADO                    VALUE 'A'.
             88 NA-PENDIENTE-PLD               VALUE 'P'.
             88 NA-RECHAZADO                   VALUE 'R'.
             88 NA-SIMULACION                  VALUE 'S'.
             88 NA-EXCLUIDO                    VALUE 'X'.
          05 NA-IREF               PIC 9(09).
          05 NA-FECHA-FIN-MES.
             10 NA-FECHA-AA        PIC 9(04).
             10 FILLER             PIC X(01).
             10 NA-FECHA-MM        PIC 9(02).
             10 FILLER             PIC X(03).
          05 FILLER                PIC X(15).

      *Reporte de conciliacion (ancho 132)
       FD  PRINT-LINE RECORDING MODE F.
       01 PRINT-REC                PIC X(132).

       WORKING-STORAGE SECTION.

       01 FLAGS.
          10 BANDERA-FILE          PIC X             VALUE SPACE.
             88 FIN-FILE                             VALUE 'Y'.
             88 NO-FIN-FILE                          VALUE 'N'.
          10 BANDERA-HALLADO       PIC X             VALUE 'N'.
             88 WSV-HALLADO                          VALUE 'S'.
             88 WSV-NO-HALLADO                       VALUE 'N'.
          10 BANDERA-DIFERENCIAS   PIC X             VALUE 'N'.
             88 WSV-CON-DIFERENCIAS                  VALUE 'S'.

       01 WSV-PARAMETROS.
          10 WSV-ANIO              PIC 9(04)      VALUE ZEROS.
          10 WSV-MES               PIC 9(02)      VALUE ZEROS.

      ****** Cuentas donantes del mes: lo descontado por nomina y lo
      ****** que respondio el barrido (CTA-ESTATUS en blanco = sin
      ****** respuesta)
       01 TABLA-CUENTAS.
          10 WSC-MAX-CTA           PIC 9(04)      VALUE 3000.
          10 WSV-NUM-CTA           PIC 9(04)      VALUE ZEROS.
          10 WSV-IDX-CTA           PIC 9(04)      VALUE ZEROS.
          10 WSV-KDX-CTA           PIC 9(04)      VALUE ZEROS.
          10 CTA-ENT               OCCURS 3000 TIMES.
             15 CTA-IEMPR          PIC X(03).
             15 CTA-ICUENTA        PIC 9(07).
             15 CTA-IRFC           PIC X(15).
             15 CTA-DESCUENTOS     PIC 9(05).
             15 CTA-MONTO-NOMINA   PIC 9(11)V99.
             15 CTA-MONTO-BARRIDO  PIC 9(11)V99.
             15 CTA-ESTATUS        PIC X(01).
             15 CTA-IREF           PIC 9(09).

       01 VARIABLES.
          10 WSV-IEMPR-BUSCADO     PIC X(03)      VALUE SPACES.
          10 WSV-ICUENTA-BUSCADO   PIC 9(07)      VALUE ZEROS.
          10 WSV-TEXTO-AVISO       PIC X(40)      VALUE SPACES.

       01 CONTADORES.
          10 WSV-DNOM-LEIDOS       PIC 9(07)      VALUE ZEROS.
          10 WSV-DNOM-FUERA-MES    PIC 9(07)      VALUE ZEROS.
          10 WSV-RESP-LEIDAS       PIC 9(07)      VALUE ZEROS.
          10 WSV-RESP-FUERA-MES    PIC 9(07)      VALUE ZEROS.
          10 WSV-CTA-CONCILIADAS   PIC 9(05)      VALUE ZEROS.
          10 WSV-CTA-SIN-RESPUESTA PIC 9(05)      VALUE ZEROS.
          10 WSV-CTA-NO-APLICADAS  PIC 9(05)      VALUE ZEROS.
          10 WSV-CTA-DIF-IMPORTE   PIC 9(05)      VALUE ZEROS.
          10 WSV-CTA-SIN-NOMINA    PIC 9(05)      VALUE ZEROS.
          10 WSV-TOT-NOMINA        PIC 9(11)V99   VALUE ZEROS.
          10 WSV-TOT-APLICADO      PIC 9(11)V99   VALUE ZEROS.
          10 WSV-TOT-NO-APLICADO   PIC 9(11)V99   VALUE ZEROS.

      ****** Renglones del reporte
       01 ENCABEZADO-CONCILIA.
          10 FILLER                PIC X(45)  VALUE
                'CONCILIACION DE DONATIVOS POR NOMINA ANIO/MES'.
          10 FILLER                PIC X(02)  VALUE ': '.
          10 EC-ANIO               PIC 9(04).
          10 FILLER                PIC X(01)  VALUE '/'.
          10 EC-MES                PIC 9(02).
          10 FILLER                PIC X(78)  VALUE SPACES.

       01 ENCABEZADO-DIFERENCIAS.
          10 FILLER                PIC X(44)  VALUE
             'EMP CUENTA  RFC              DESC  DESCONTAD'.
          10 FILLER                PIC X(44)  VALUE
             'O   APLICADO EST REFERENCIA  OBSERVACION    '.
          10 FILLER                PIC X(44)  VALUE SPACES.

       01 DETALLE-DIFERENCIA.
          10 DD-IEMPR              PIC X(03).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DD-ICUENTA            PIC 9(07).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DD-IRFC               PIC X(15).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DD-DESCUENTOS         PIC ZZZZ9.
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DD-MONTO-NOMINA       PIC ZZZ,ZZ9.99.
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DD-MONTO-BARRIDO      PIC ZZZ,ZZ9.99.
          10 FILLER                PIC X(03)  VALUE SPACES.
          10 DD-ESTATUS            PIC X(01).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DD-IREF               PIC 9(09).
          10 FILLER                PIC X(03)  VALUE SPACES.
          10 DD-TEXTO              PIC X(40).
          10 FILLER                PIC X(19)  VALUE SPACES.

       01 TOTALES-CONCILIA.
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 TC-TEXTO              PIC X(30).
          10 TC-CIFRA              PIC ZZZZZZ9.
          10 FILLER                PIC X(02)  VALUE SPACES.
          10 TC-IMPORTE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          10 FILLER                PIC X(75)  VALUE SPACES.

       01 LINEA-BLANCA             PIC X(132) VALUE SPACES.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       ABRO-ARCHIVOS.
           OPEN OUTPUT PRINT-LINE.
           PERFORM LEE-PARAMETROS.
           PERFORM CARGA-DESCUENTOS.
           PERFORM CARGA-RESPUESTAS.

       PROCESO-PRINCIPAL.
           MOVE WSV-ANIO TO EC-ANIO
           MOVE WSV-MES  TO EC-MES
           WRITE PRINT-REC FROM ENCABEZADO-CONCILIA
           WRITE PRINT-REC FROM LINEA-BLANCA
           WRITE PRINT-REC FROM ENCABEZADO-DIFERENCIAS
           PERFORM CONCILIA-CUENTA
              VARYING WSV-IDX-CTA FROM 1 BY 1
                UNTIL WSV-IDX-CTA > WSV-NUM-CTA.

       CIERRO-Y-ACABO.
           PERFORM ESCRIBE-TOTALES.
           CLOSE PRINT-LINE.
           GOBACK.

      ****** Sin tarjeta o con anio y mes invalidos no hay conciliacion
       LEE-PARAMETROS.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
              AT END
                 DISPLAY 'PAYROL10 FALTA LA TARJETA DE PARAMETROS'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-READ
           CLOSE PARM-FILE
           IF PARM-ANIO IS NOT NUMERIC
           OR PARM-MES IS NOT NUMERIC
           OR PARM-MES < 1 OR PARM-MES > 12
              DISPLAY 'PAYROL10 ANIO O MES INVALIDOS: ' PARM-REC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PARM-ANIO TO WSV-ANIO
           MOVE PARM-MES  TO WSV-MES.

      ****** Lo descontado por nomina en el mes, acumulado por cuenta
      ****** donante (un empleado puede tener varias elecciones y la
      ****** quincenal trae dos corridas); lo de otro mes se avisa
       CARGA-DESCUENTOS.
           OPEN INPUT DNOM-FILE
           SET NO-FIN-FILE TO TRUE
           PERFORM UNTIL FIN-FILE
              READ DNOM-FILE
                 AT END
                    SET FIN-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WSV-DNOM-LEIDOS
                    PERFORM TOMA-DESCUENTO
              END-READ
           END-PERFORM
           CLOSE DNOM-FILE.

       TOMA-DESCUENTO.
           IF DN-FECHA-AA NOT = WSV-ANIO
           OR DN-FECHA-MM NOT = WSV-MES
           OR DN-MONTO IS NOT NUMERIC
              ADD 1 TO WSV-DNOM-FUERA-MES
              DISPLAY 'PAYROL10 DESCUENTO FUERA DEL MES O INVALIDO: '
                 DNOM-REC (1:50)
           ELSE
              MOVE DN-IEMPR   TO WSV-IEMPR-BUSCADO
              MOVE DN-ICUENTA TO WSV-ICUENTA-BUSCADO
              PERFORM UBICA-CUENTA
              IF CTA-IRFC (WSV-KDX-CTA) = SPACES
                 MOVE DN-IRFC TO CTA-IRFC (WSV-KDX-CTA)
              END-IF
              ADD 1        TO CTA-DESCUENTOS   (WSV-KDX-CTA)
              ADD DN-MONTO TO CTA-MONTO-NOMINA (WSV-KDX-CTA)
              ADD DN-MONTO TO WSV-TOT-NOMINA
           END-IF.

      ****** Respuesta del barrido del mes; una cuenta que no viene en
      ****** los descuentos se agrega para listarla
       CARGA-RESPUESTAS.
           OPEN INPUT RESP-FILE
           SET NO-FIN-FILE TO TRUE
           PERFORM UNTIL FIN-FILE
              READ RESP-FILE
                 AT END
                    SET FIN-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WSV-RESP-LEIDAS
                    PERFORM TOMA-RESPUESTA
              END-READ
           END-PERFORM
           CLOSE RESP-FILE.

       TOMA-RESPUESTA.
           IF NA-FECHA-AA NOT = WSV-ANIO
           OR NA-FECHA-MM NOT = WSV-MES
           OR NA-MONTO IS NOT NUMERIC
              ADD 1 TO WSV-RESP-FUERA-MES
              DISPLAY 'PAYROL10 RESPUESTA FUERA DEL MES O INVALIDA: '
                 RESP-REC (1:50)
           ELSE
              MOVE NA-IEMPR   TO WSV-IEMPR-BUSCADO
              MOVE NA-ICUENTA TO WSV-ICUENTA-BUSCADO
              PERFORM UBICA-CUENTA
              IF CTA-IRFC (WSV-KDX-CTA) = SPACES
                 MOVE NA-IRFC TO CTA-IRFC (WSV-KDX-CTA)
              END-IF
      *Si la cuenta vino en mas de un renglon, el no aplicado manda
              IF CTA-ESTATUS (WSV-KDX-CTA) = SPACES
              OR CTA-ESTATUS (WSV-KDX-CTA) = 'A'
                 MOVE NA-ESTATUS TO CTA-ESTATUS (WSV-KDX-CTA)
                 MOVE NA-IREF    TO CTA-IREF    (WSV-KDX-CTA)
              END-IF
              IF NA-APLICADO
                 ADD NA-MONTO TO CTA-MONTO-BARRIDO (WSV-KDX-CTA)
                 ADD NA-MONTO TO WSV-TOT-APLICADO
              END-IF
           END-IF.

      ****** Busca la cuenta donante; si no esta la da de alta
       UBICA-CUENTA.
           SET WSV-NO-HALLADO TO TRUE
           PERFORM BUSCA-CUENTA
              VARYING WSV-IDX-CTA FROM 1 BY 1
                UNTIL WSV-IDX-CTA > WSV-NUM-CTA
                   OR WSV-HALLADO
           IF WSV-NO-HALLADO
              IF WSV-NUM-CTA NOT < WSC-MAX-CTA
                 DISPLAY 'PAYROL10 CUENTAS DONANTES EXCEDEN LA TABLA '
                    'DE ' WSC-MAX-CTA
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WSV-NUM-CTA
              MOVE WSV-NUM-CTA         TO WSV-KDX-CTA
              INITIALIZE CTA-ENT (WSV-KDX-CTA)
              MOVE WSV-IEMPR-BUSCADO   TO CTA-IEMPR   (WSV-KDX-CTA)
              MOVE WSV-ICUENTA-BUSCADO TO CTA-ICUENTA (WSV-KDX-CTA)
           END-IF.

       BUSCA-CUENTA.
           IF CTA-IEMPR   (WSV-IDX-CTA) = WSV-IEMPR-BUSCADO
           AND CTA-ICUENTA (WSV-IDX-CTA) = WSV-ICUENTA-BUSCADO
              SET WSV-HALLADO TO TRUE
              MOVE WSV-IDX-CTA TO WSV-KDX-CTA
           END-IF.

      ****** Una cuenta concilia cuando el barrido aplico exactamente
      ****** lo descontado; si no, se lista con el motivo
       CONCILIA-CUENTA.
           MOVE SPACES TO WSV-TEXTO-AVISO
           EVALUATE TRUE
              WHEN CTA-DESCUENTOS (WSV-IDX-CTA) = ZEROS
                 ADD 1 TO WSV-CTA-SIN-NOMINA
                 MOVE 'EN EL BARRIDO SIN DESCUENTO DE NOMINA'
                    TO WSV-TEXTO-AVISO
              WHEN CTA-ESTATUS (WSV-IDX-CTA) = SPACES
                 ADD 1 TO WSV-CTA-SIN-RESPUESTA
                 MOVE 'DESCONTADO SIN RESPUESTA DEL BARRIDO'
                    TO WSV-TEXTO-AVISO
              WHEN CTA-ESTATUS (WSV-IDX-CTA) = 'R'
                 ADD 1 TO WSV-CTA-NO-APLICADAS
                 MOVE 'RECHAZADO: CUENTA NO EXISTE O NO ACTIVA'
                    TO WSV-TEXTO-AVISO
              WHEN CTA-ESTATUS (WSV-IDX-CTA) = 'X'
                 ADD 1 TO WSV-CTA-NO-APLICADAS
                 MOVE 'NO APLICADO: CUENTA EXCLUIDA DEL BARRIDO'
                    TO WSV-TEXTO-AVISO
              WHEN CTA-ESTATUS (WSV-IDX-CTA) = 'P'
                 ADD 1 TO WSV-CTA-NO-APLICADAS
                 MOVE 'NO APLICADO: RETENIDO POR LISTAS PLD'
                    TO WSV-TEXTO-AVISO
              WHEN CTA-ESTATUS (WSV-IDX-CTA) = 'S'
                 ADD 1 TO WSV-CTA-NO-APLICADAS
                 MOVE 'NO APLICADO: BARRIDO EN SIMULACION'
                    TO WSV-TEXTO-AVISO
              WHEN CTA-ESTATUS (WSV-IDX-CTA) NOT = 'A'
                 ADD 1 TO WSV-CTA-NO-APLICADAS
                 MOVE 'NO APLICADO: ESTATUS DESCONOCIDO'
                    TO WSV-TEXTO-AVISO
              WHEN CTA-MONTO-BARRIDO (WSV-IDX-CTA) NOT =
                   CTA-MONTO-NOMINA (WSV-IDX-CTA)
                 ADD 1 TO WSV-CTA-DIF-IMPORTE
                 MOVE 'IMPORTE APLICADO DIFERENTE AL DESCONTADO'
                    TO WSV-TEXTO-AVISO
              WHEN OTHER
                 ADD 1 TO WSV-CTA-CONCILIADAS
           END-EVALUATE
           IF CTA-ESTATUS (WSV-IDX-CTA) NOT = 'A'
              ADD CTA-MONTO-NOMINA (WSV-IDX-CTA) TO WSV-TOT-NO-APLICADO
           END-IF
           IF WSV-TEXTO-AVISO NOT = SPACES
              PERFORM ESCRIBE-DIFERENCIA
           END-IF.

       ESCRIBE-DIFERENCIA.
           MOVE SPACES                          TO DETALLE-DIFERENCIA
           MOVE CTA-IEMPR         (WSV-IDX-CTA) TO DD-IEMPR
           MOVE CTA-ICUENTA       (WSV-IDX-CTA) TO DD-ICUENTA
           MOVE CTA-IRFC          (WSV-IDX-CTA) TO DD-IRFC
           MOVE CTA-DESCUENTOS    (WSV-IDX-CTA) TO DD-DESCUENTOS
           MOVE CTA-MONTO-NOMINA  (WSV-IDX-CTA) TO DD-MONTO-NOMINA
           MOVE CTA-MONTO-BARRIDO (WSV-IDX-CTA) TO DD-MONTO-BARRIDO
           MOVE CTA-ESTATUS       (WSV-IDX-CTA) TO DD-ESTATUS
           MOVE CTA-IREF          (WSV-IDX-CTA) TO DD-IREF
           MOVE WSV-TEXTO-AVISO                 TO DD-TEXTO
           WRITE PRINT-REC FROM DETALLE-DIFERENCIA
           SET WSV-CON-DIFERENCIAS TO TRUE.

      ****** Cifras de control; con diferencias termina con RC 8
       ESCRIBE-TOTALES.
           WRITE PRINT-REC FROM LINEA-BLANCA
           MOVE SPACES TO TOTALES-CONCILIA
           MOVE 'DESCUENTOS LEIDOS (DONANOM) :' TO TC-TEXTO
           MOVE WSV-DNOM-LEIDOS      TO TC-CIFRA
           MOVE WSV-TOT-NOMINA       TO TC-IMPORTE
           WRITE PRINT-REC FROM TOTALES-CONCILIA
           MOVE SPACES TO TOTALES-CONCILIA
           MOVE 'RESPUESTAS LEIDAS (ZME097NA):' TO TC-TEXTO
           MOVE WSV-RESP-LEIDAS      TO TC-CIFRA
           MOVE WSV-TOT-APLICADO     TO TC-IMPORTE
           WRITE PRINT-REC FROM TOTALES-CONCILIA
           MOVE SPACES TO TOTALES-CONCILIA
           MOVE 'RENGLONES FUERA DEL MES      :' TO TC-TEXTO
           COMPUTE TC-CIFRA = WSV-DNOM-FUERA-MES + WSV-RESP-FUERA-MES
           WRITE PRINT-REC FROM TOTALES-CONCILIA
           MOVE SPACES TO TOTALES-CONCILIA
           MOVE 'CUENTAS CONCILIADAS         :' TO TC-TEXTO
           MOVE WSV-CTA-CONCILIADAS  TO TC-CIFRA
           WRITE PRINT-REC FROM TOTALES-CONCILIA
           MOVE SPACES TO TOTALES-CONCILIA
           MOVE 'CUENTAS SIN RESPUESTA       :' TO TC-TEXTO
           MOVE WSV-CTA-SIN-RESPUESTA TO TC-CIFRA
           WRITE PRINT-REC FROM TOTALES-CONCILIA
           MOVE SPACES TO TOTALES-CONCILIA
           MOVE 'CUENTAS NO APLICADAS        :' TO TC-TEXTO
           MOVE WSV-CTA-NO-APLICADAS TO TC-CIFRA
           MOVE WSV-TOT-NO-APLICADO  TO TC-IMPORTE
           WRITE PRINT-REC FROM TOTALES-CONCILIA
           MOVE SPACES TO TOTALES-CONCILIA
           MOVE 'CUENTAS CON DIFERENCIA      :' TO TC-TEXTO
           MOVE WSV-CTA-DIF-IMPORTE  TO TC-CIFRA
           WRITE PRINT-REC FROM TOTALES-CONCILIA
           MOVE SPACES TO TOTALES-CONCILIA
           MOVE 'APLICADAS SIN DESCUENTO     :' TO TC-TEXTO
           MOVE WSV-CTA-SIN-NOMINA   TO TC-CIFRA
           WRITE PRINT-REC FROM TOTALES-CONCILIA
           IF WSV-CON-DIFERENCIAS
           OR WSV-TOT-NOMINA NOT = WSV-TOT-APLICADO
              DISPLAY 'PAYROL10 *** LO DESCONTADO POR NOMINA NO AMARRA '
                 'CON LO APLICADO POR EL BARRIDO ***'
              MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'PAYROL10 DESCONTADO / APLICADO: '
              WSV-TOT-NOMINA ' / ' WSV-TOT-APLICADO.
