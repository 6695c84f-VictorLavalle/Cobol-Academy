      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. PAYROL07.
      *----------------------------------------------------------------*
      * Impuesto sobre nomina (ISN) por entidad federativa: corre      *
      * despues de la nomina mensual de PAYROL00 y toma su extracto    *
      * por centro de costos (CCOSTFIL). Cada centro se asigna a su    *
      * estado de trabajo segun la tarjeta de parametros, donde viene  *
      * tambien la tasa y las exenciones de cada estado. Genera la     *
      * declaracion por estado (plantilla, base, exento, gravable e    *
      * impuesto) y el cargo del impuesto a cada centro de costos, en  *
      * proporcion a su bruto, con totales que amarran entre ambos.    *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCOST-FILE    ASSIGN TO CCOSTFIL.
           SELECT PARM-FILE     ASSIGN TO ISNPARM.
           SELECT DECL-FILE     ASSIGN TO ISNDECL.
           SELECT CARGO-FILE    ASSIGN TO ISNCARGO.
           SELECT PRINT-LINE    ASSIGN TO PRTLINE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *Extracto por centro de costos (mismo layout que en PAYROL00)
       FD  CCOST-FILE RECORDING MODE F.
       01 CCOST-REC.
          05 CC-CCOSTO             PIC X(04).
          05 FILLER                PIC X(01).
          05 CC-PLANTILLA          PIC 9(05).
          05 FILLER                PIC X(01).
          05 CC-BRUTO              PIC 9(09)V99.
          05 FILLER                PIC X(01).
          05 CC-ISR                PIC 9(09)V99.
          05 FILLER                PIC X(01).
          05 CC-IMSS-RET           PIC 9(09)V99.
          05 FILLER                PIC X(01).
          05 CC-IMSS-VIV           PIC 9(09)V99.
          05 FILLER                PIC X(01).
          05 CC-IMSS-PATRON        PIC 9(09)V99.
          05 FILLER                PIC X(01).
          05 CC-INFONAVIT          PIC 9(09)V99.
          05 FILLER                PIC X(01).
          05 CC-NETO               PIC 9(09)V99.
      *Periodo del extracto; la quincena del anio viene en ceros en
      *la nomina mensual. El mes se declara con el extracto mensual
      *y los de sus dos quincenas concatenados
          05 FILLER                PIC X(01).
          05 CC-ANIO               PIC 9(04).
          05 CC-MES                PIC 9(02).
          05 CC-NUM-PERIODO        PIC 9(02).

      *Tarjetas de parametros, tipo en la columna 1:
      *'P' periodo de la declaracion (anio y mes), una sola;
      *'E' estado: clave, nombre, tasa del ISN, monto de la base
      *    exento al mes y porcentaje de estimulo sobre el impuesto;
      *'C' centro de costos y la clave del estado donde trabaja
       FD  PARM-FILE RECORDING MODE F.
       01 PARM-REC.
          05 PARM-TIPO             PIC X(01).
             88 PARM-ES-PERIODO                VALUE 'P'.
             88 PARM-ES-ESTADO                 VALUE 'E'.
             88 PARM-ES-CENTRO                 VALUE 'C'.
          05 PARM-DATOS            PIC X(79).
          05 PARM-PERIODO REDEFINES PARM-DATOS.
             10 PARM-ANIO          PIC 9(04).
             10 PARM-MES           PIC 9(02).
             10 FILLER             PIC X(73).
          05 PARM-ESTADO REDEFINES PARM-DATOS.
             10 PARM-EDO-CLAVE     PIC X(02).
             10 PARM-EDO-NOMBRE    PIC X(20).
             10 PARM-EDO-TASA      PIC 9(01)V9999.
             10 PARM-EDO-EXENTO    PIC 9(09)V99.
             10 PARM-EDO-ESTIMULO  PIC 9(03)V99.
             10 FILLER             PIC X(36).
          05 PARM-CENTRO REDEFINES PARM-DATOS.
             10 PARM-CEN-CCOSTO    PIC X(04).
             10 PARM-CEN-ESTADO    PIC X(02).
             10 FILLER             PIC X(73).

      *Declaracion por estado: un renglon por estado con nomina en
      *el periodo
       FD  DECL-FILE RECORDING MODE F.
       01 DECL-REC.
          05 DC-ESTADO             PIC X(02).
          05 DC-NOMBRE             PIC X(20).
          05 DC-ANIO               PIC 9(04).
          05 DC-MES                PIC 9(02).
          05 DC-PLANTILLA          PIC 9(05).
          05 DC-BASE               PIC 9(09)V99.
          05 DC-EXENTO             PIC 9(09)V99.
          05 DC-GRAVABLE           PIC 9(09)V99.
          05 DC-TASA               PIC 9(01)V9999.
          05 DC-IMPUESTO           PIC 9(09)V99.
          05 DC-ESTIMULO           PIC 9(09)V99.
          05 DC-A-PAGAR            PIC 9(09)V99.
          05 FILLER                PIC X(06).

      *Cargo del ISN a cada centro de costos para el modelo de costos
       FD  CARGO-FILE RECORDING MODE F.
       01 CARGO-REC.
          05 CG-CCOSTO             PIC X(04).
          05 CG-ESTADO             PIC X(02).
          05 CG-ANIO               PIC 9(04).
          05 CG-MES                PIC 9(02).
          05 CG-PLANTILLA          PIC 9(05).
          05 CG-BRUTO              PIC 9(09)V99.
          05 CG-ISN                PIC 9(09)V99.
          05 FILLER                PIC X(01).

      *Reporte de control de la declaracion
       FD  PRINT-LINE RECORDING MODE F.
       01 PRINT-REC                PIC X(100).

       WORKING-STORAGE SECTION.

       01 FLAGS.
          10 BANDERA-FILE          PIC X             VALUE SPACE.
             88 FIN-FILE                             VALUE 'Y'.
             88 NO-FIN-FILE                          VALUE 'N'.
          10 BANDERA-HALLADO       PIC X             VALUE 'N'.
             88 WSV-HALLADO                          VALUE 'S'.
             88 WSV-NO-HALLADO                       VALUE 'N'.
          10 BANDERA-PERIODO       PIC X             VALUE 'N'.
             88 WSV-CON-PERIODO                      VALUE 'S'.

       01 WSV-ANIO                 PIC 9(04)      VALUE ZEROS.
       01 WSV-MES                  PIC 9(02)      VALUE ZEROS.
       01 WSV-KDX-CEN              PIC 9(04)      VALUE ZEROS.
       01 WSV-PLANTILLA-CC         PIC 9(05)      VALUE ZEROS.
       01 WSV-MITAD-PER            PIC 9(02)      VALUE ZEROS.
       01 WSV-RESTO-PER            PIC 9(01)      VALUE ZEROS.

      ****** Estados con su tasa, exenciones y acumulados del periodo
       01 TABLA-ESTADOS.
          10 WSC-MAX-EDO           PIC 9(02)      VALUE 32.
          10 WSV-NUM-EDO           PIC 9(02)      VALUE ZEROS.
          10 WSV-IDX-EDO           PIC 9(02)      VALUE ZEROS.
          10 WSV-KDX-EDO           PIC 9(02)      VALUE ZEROS.
          10 EDO-ENT               OCCURS 32 TIMES.
             15 EDO-CLAVE          PIC X(02).
             15 EDO-NOMBRE         PIC X(20).
             15 EDO-TASA           PIC 9(01)V9999.
             15 EDO-EXENTO-MES     PIC 9(09)V99.
             15 EDO-ESTIMULO       PIC 9(03)V99.
             15 EDO-CENTROS        PIC 9(04).
             15 EDO-PLANTILLA      PIC 9(05).
             15 EDO-BASE           PIC 9(09)V99.
             15 EDO-EXENTO         PIC 9(09)V99.
             15 EDO-GRAVABLE       PIC 9(09)V99.
             15 EDO-IMPUESTO       PIC 9(09)V99.
             15 EDO-DESC-ESTIMULO  PIC 9(09)V99.
             15 EDO-A-PAGAR        PIC 9(09)V99.
             15 EDO-CARGADO        PIC 9(09)V99.
             15 EDO-PENDIENTES     PIC 9(04).

      ****** Asignacion centro de costos -> estado
       01 TABLA-ASIGNACION.
          10 WSC-MAX-ASG           PIC 9(04)      VALUE 0500.
          10 WSV-NUM-ASG           PIC 9(04)      VALUE ZEROS.
          10 WSV-IDX-ASG           PIC 9(04)      VALUE ZEROS.
          10 ASG-ENT               OCCURS 500 TIMES.
             15 ASG-CCOSTO         PIC X(04).
             15 ASG-ESTADO         PIC X(02).

      ****** Centros del extracto del periodo con su estado
       01 TABLA-CENTROS.
          10 WSC-MAX-CEN           PIC 9(04)      VALUE 0500.
          10 WSV-NUM-CEN           PIC 9(04)      VALUE ZEROS.
          10 WSV-IDX-CEN           PIC 9(04)      VALUE ZEROS.
          10 CEN-ENT               OCCURS 500 TIMES.
             15 CEN-CCOSTO         PIC X(04).
             15 CEN-EDO            PIC 9(02).
             15 CEN-PLANTILLA      PIC 9(05).
             15 CEN-BRUTO          PIC 9(09)V99.

       01 VARIABLES.
          10 WSV-EDO-BUSCADO       PIC X(02)      VALUE SPACES.
          10 WSV-CARGO-CEN         PIC 9(09)V99   VALUE ZEROS.

       01 CONTADORES.
          10 WSV-CEN-LEIDOS        PIC 9(05)      VALUE ZEROS.
          10 WSV-EDO-DECLARADOS    PIC 9(02)      VALUE ZEROS.
          10 WSV-CEN-SIN-ESTADO    PIC 9(05)      VALUE ZEROS.
          10 WSV-BRUTO-SIN-ESTADO  PIC 9(11)V99   VALUE ZEROS.
          10 WSV-TOT-PLANTILLA     PIC 9(07)      VALUE ZEROS.
          10 WSV-TOT-BRUTO-LEIDO   PIC 9(11)V99   VALUE ZEROS.
          10 WSV-TOT-BASE          PIC 9(11)V99   VALUE ZEROS.
          10 WSV-TOT-GRAVABLE      PIC 9(11)V99   VALUE ZEROS.
          10 WSV-TOT-A-PAGAR       PIC 9(11)V99   VALUE ZEROS.
          10 WSV-TOT-CARGADO       PIC 9(11)V99   VALUE ZEROS.

      ****** Renglones del reporte
       01 ENCABEZADO-ISN.
          10 FILLER                PIC X(37)  VALUE
                'IMPUESTO SOBRE NOMINA - ANIO/MES:    '.
          10 EI-ANIO               PIC 9(04).
          10 FILLER                PIC X(01)  VALUE '/'.
          10 EI-MES                PIC 9(02).
          10 FILLER                PIC X(56)  VALUE SPACES.

       01 DETALLE-ESTADO.
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DE-ESTADO             PIC X(02).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DE-NOMBRE             PIC X(20).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DE-PLANTILLA          PIC ZZZZ9.
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DE-BASE               PIC ZZZ,ZZZ,ZZ9.99.
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DE-GRAVABLE           PIC ZZZ,ZZZ,ZZ9.99.
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DE-TASA               PIC 9.9999.
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DE-A-PAGAR            PIC ZZZ,ZZZ,ZZ9.99.
          10 FILLER                PIC X(18)  VALUE SPACES.

       01 DETALLE-CARGO.
          10 FILLER                PIC X(03)  VALUE SPACES.
          10 DG-CCOSTO             PIC X(04).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DG-ESTADO             PIC X(02).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DG-PLANTILLA          PIC ZZZZ9.
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DG-BRUTO              PIC ZZZ,ZZZ,ZZ9.99.
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DG-ISN                PIC ZZZ,ZZZ,ZZ9.99.
          10 FILLER                PIC X(54)  VALUE SPACES.

       01 TOTALES-ISN.
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 TI-TEXTO              PIC X(30).
          10 TI-CIFRA              PIC ZZZZZZ9.
          10 FILLER                PIC X(02)  VALUE SPACES.
          10 TI-MONTO              PIC Z,ZZZ,ZZZ,ZZ9.99.
          10 FILLER                PIC X(43)  VALUE SPACES.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       ABRO-ARCHIVOS.
           OPEN INPUT  CCOST-FILE.
           OPEN OUTPUT DECL-FILE.
           OPEN OUTPUT CARGO-FILE.
           OPEN OUTPUT PRINT-LINE.
           PERFORM LEE-PARAMETROS.
           PERFORM CARGA-CENTROS.

       PROCESO-PRINCIPAL.
           MOVE WSV-ANIO TO EI-ANIO
           MOVE WSV-MES  TO EI-MES
           WRITE PRINT-REC FROM ENCABEZADO-ISN
           PERFORM CALCULA-ESTADO
              VARYING WSV-IDX-EDO FROM 1 BY 1
                UNTIL WSV-IDX-EDO > WSV-NUM-EDO
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC
           PERFORM CARGA-CENTRO
              VARYING WSV-IDX-CEN FROM 1 BY 1
                UNTIL WSV-IDX-CEN > WSV-NUM-CEN.

       CIERRO-Y-ACABO.
           PERFORM ESCRIBE-TOTALES.
           CLOSE CCOST-FILE.
           CLOSE DECL-FILE.
           CLOSE CARGO-FILE.
           CLOSE PRINT-LINE.
           GOBACK.

      ****** Sin periodo, sin estados o con tarjetas invalidas no hay
      ****** declaracion que hacer
       LEE-PARAMETROS.
           OPEN INPUT PARM-FILE
           SET NO-FIN-FILE TO TRUE
           PERFORM UNTIL FIN-FILE
              READ PARM-FILE
                 AT END
                    SET FIN-FILE TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN PARM-ES-PERIODO
                          PERFORM TOMA-PERIODO
                       WHEN PARM-ES-ESTADO
                          PERFORM TOMA-ESTADO
                       WHEN PARM-ES-CENTRO
                          PERFORM TOMA-CENTRO
                       WHEN OTHER
                          DISPLAY 'PAYROL07 TARJETA DE PARAMETROS '
                             'INVALIDA: ' PARM-REC
                          MOVE 16 TO RETURN-CODE
                          GOBACK
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE PARM-FILE
           IF NOT WSV-CON-PERIODO OR WSV-NUM-EDO = ZEROS
              DISPLAY 'PAYROL07 FALTA PERIODO O ESTADOS EN LA '
                 'TARJETA DE PARAMETROS'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       TOMA-PERIODO.
           IF PARM-ANIO IS NOT NUMERIC
           OR PARM-MES IS NOT NUMERIC
           OR PARM-MES < 1 OR PARM-MES > 12
              DISPLAY 'PAYROL07 ANIO O MES INVALIDOS: ' PARM-REC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PARM-ANIO TO WSV-ANIO
           MOVE PARM-MES  TO WSV-MES
           SET WSV-CON-PERIODO TO TRUE.

       TOMA-ESTADO.
           IF PARM-EDO-TASA IS NOT NUMERIC
           OR PARM-EDO-EXENTO IS NOT NUMERIC
           OR PARM-EDO-ESTIMULO IS NOT NUMERIC
           OR PARM-EDO-ESTIMULO > 100
              DISPLAY 'PAYROL07 ESTADO CON TASA O EXENCION '
                 'INVALIDA: ' PARM-REC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF WSV-NUM-EDO NOT < WSC-MAX-EDO
              DISPLAY 'PAYROL07 ESTADOS EXCEDEN LA TABLA'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1 TO WSV-NUM-EDO
           INITIALIZE EDO-ENT (WSV-NUM-EDO)
           MOVE PARM-EDO-CLAVE    TO EDO-CLAVE      (WSV-NUM-EDO)
           MOVE PARM-EDO-NOMBRE   TO EDO-NOMBRE     (WSV-NUM-EDO)
           MOVE PARM-EDO-TASA     TO EDO-TASA       (WSV-NUM-EDO)
           MOVE PARM-EDO-EXENTO   TO EDO-EXENTO-MES (WSV-NUM-EDO)
           MOVE PARM-EDO-ESTIMULO TO EDO-ESTIMULO   (WSV-NUM-EDO).

       TOMA-CENTRO.
           IF WSV-NUM-ASG NOT < WSC-MAX-ASG
              DISPLAY 'PAYROL07 CENTROS DE COSTOS EXCEDEN LA TABLA'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1 TO WSV-NUM-ASG
           MOVE PARM-CEN-CCOSTO TO ASG-CCOSTO (WSV-NUM-ASG)
           MOVE PARM-CEN-ESTADO TO ASG-ESTADO (WSV-NUM-ASG).

      ****** Cada centro del extracto se acumula en su estado; un
      ****** centro sin estado asignado (o asignado a un estado sin
      ****** tarjeta) no se declara, se avisa y la corrida termina
      ****** con codigo 8 para que Finanzas corrija la asignacion
       CARGA-CENTROS.
           SET NO-FIN-FILE TO TRUE
           PERFORM UNTIL FIN-FILE
              READ CCOST-FILE
                 AT END
                    SET FIN-FILE TO TRUE
                 NOT AT END
                    IF CC-ANIO IS NUMERIC
                    AND (CC-ANIO NOT = WSV-ANIO
                         OR CC-MES NOT = WSV-MES)
                       DISPLAY 'PAYROL07 EXTRACTO DE OTRO PERIODO: '
                          CC-CCOSTO ' ' CC-ANIO '/' CC-MES
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1        TO WSV-CEN-LEIDOS
                    ADD CC-BRUTO TO WSV-TOT-BRUTO-LEIDO
                    PERFORM UBICA-ESTADO-CENTRO
                    IF WSV-HALLADO
                       PERFORM ACUMULA-CENTRO
                    ELSE
                       ADD 1        TO WSV-CEN-SIN-ESTADO
                       ADD CC-BRUTO TO WSV-BRUTO-SIN-ESTADO
                       DISPLAY 'PAYROL07 CENTRO SIN ESTADO ASIGNADO: '
                          CC-CCOSTO
                       MOVE 8 TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM.

       UBICA-ESTADO-CENTRO.
           MOVE SPACES TO WSV-EDO-BUSCADO
           PERFORM VARYING WSV-IDX-ASG FROM 1 BY 1
                     UNTIL WSV-IDX-ASG > WSV-NUM-ASG
              IF ASG-CCOSTO (WSV-IDX-ASG) = CC-CCOSTO
                 MOVE ASG-ESTADO (WSV-IDX-ASG) TO WSV-EDO-BUSCADO
              END-IF
           END-PERFORM
           SET WSV-NO-HALLADO TO TRUE
           IF WSV-EDO-BUSCADO NOT = SPACES
              PERFORM BUSCA-ESTADO
                 VARYING WSV-IDX-EDO FROM 1 BY 1
                   UNTIL WSV-IDX-EDO > WSV-NUM-EDO
                      OR WSV-HALLADO
           END-IF.

       BUSCA-ESTADO.
           IF EDO-CLAVE (WSV-IDX-EDO) = WSV-EDO-BUSCADO
              SET WSV-HALLADO TO TRUE
              MOVE WSV-IDX-EDO TO WSV-KDX-EDO
           END-IF.

      ****** Un centro que viene en varios extractos del mes (mensual
      ****** y quincenas) se junta en un solo renglon; su plantilla es
      ****** la de la mensual mas la de la segunda quincena, para no
      ****** contar dos veces a los quincenales
       ACUMULA-CENTRO.
           MOVE ZEROS TO WSV-PLANTILLA-CC
           IF CC-NUM-PERIODO IS NOT NUMERIC
              MOVE CC-PLANTILLA TO WSV-PLANTILLA-CC
           ELSE
              DIVIDE CC-NUM-PERIODO BY 2 GIVING WSV-MITAD-PER
                 REMAINDER WSV-RESTO-PER
              IF WSV-RESTO-PER = ZEROS
                 MOVE CC-PLANTILLA TO WSV-PLANTILLA-CC
              END-IF
           END-IF
           MOVE ZEROS TO WSV-KDX-CEN
           PERFORM BUSCA-CENTRO
              VARYING WSV-IDX-CEN FROM 1 BY 1
                UNTIL WSV-IDX-CEN > WSV-NUM-CEN
                   OR WSV-KDX-CEN NOT = ZEROS
           IF WSV-KDX-CEN = ZEROS
              IF WSV-NUM-CEN NOT < WSC-MAX-CEN
                 DISPLAY 'PAYROL07 EXTRACTO EXCEDE LA TABLA DE CENTROS'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WSV-NUM-CEN
              MOVE WSV-NUM-CEN  TO WSV-KDX-CEN
              MOVE CC-CCOSTO    TO CEN-CCOSTO    (WSV-KDX-CEN)
              MOVE WSV-KDX-EDO  TO CEN-EDO       (WSV-KDX-CEN)
              MOVE ZEROS        TO CEN-PLANTILLA (WSV-KDX-CEN)
              MOVE ZEROS        TO CEN-BRUTO     (WSV-KDX-CEN)
              ADD 1             TO EDO-CENTROS   (WSV-KDX-EDO)
           END-IF
           ADD WSV-PLANTILLA-CC TO CEN-PLANTILLA (WSV-KDX-CEN)
           ADD CC-BRUTO         TO CEN-BRUTO     (WSV-KDX-CEN)
           ADD WSV-PLANTILLA-CC TO EDO-PLANTILLA (WSV-KDX-EDO)
           ADD CC-BRUTO         TO EDO-BASE      (WSV-KDX-EDO).

       BUSCA-CENTRO.
           IF CEN-CCOSTO (WSV-IDX-CEN) = CC-CCOSTO
              MOVE WSV-IDX-CEN TO WSV-KDX-CEN
           END-IF.

      ****** Impuesto del estado: la base es el bruto de sus centros,
      ****** menos el monto exento del mes; a lo gravable se le
      ****** aplica la tasa y al impuesto el estimulo del estado. Un
      ****** estado sin nomina en el periodo no se declara
       CALCULA-ESTADO.
           IF EDO-CENTROS (WSV-IDX-EDO) NOT = ZEROS
              IF EDO-BASE (WSV-IDX-EDO) >
                 EDO-EXENTO-MES (WSV-IDX-EDO)
                 MOVE EDO-EXENTO-MES (WSV-IDX-EDO) TO
                    EDO-EXENTO (WSV-IDX-EDO)
              ELSE
                 MOVE EDO-BASE (WSV-IDX-EDO) TO
                    EDO-EXENTO (WSV-IDX-EDO)
              END-IF
              COMPUTE EDO-GRAVABLE (WSV-IDX-EDO) =
                 EDO-BASE (WSV-IDX-EDO) - EDO-EXENTO (WSV-IDX-EDO)
              COMPUTE EDO-IMPUESTO (WSV-IDX-EDO) ROUNDED =
                 EDO-GRAVABLE (WSV-IDX-EDO) * EDO-TASA (WSV-IDX-EDO)
              COMPUTE EDO-DESC-ESTIMULO (WSV-IDX-EDO) ROUNDED =
                 EDO-IMPUESTO (WSV-IDX-EDO) *
                 EDO-ESTIMULO (WSV-IDX-EDO) / 100
              COMPUTE EDO-A-PAGAR (WSV-IDX-EDO) =
                 EDO-IMPUESTO (WSV-IDX-EDO) -
                 EDO-DESC-ESTIMULO (WSV-IDX-EDO)
              MOVE EDO-CENTROS (WSV-IDX-EDO) TO
                 EDO-PENDIENTES (WSV-IDX-EDO)
              PERFORM ESCRIBE-DECLARACION
           END-IF.

       ESCRIBE-DECLARACION.
           MOVE SPACES TO DECL-REC
           MOVE EDO-CLAVE         (WSV-IDX-EDO) TO DC-ESTADO
           MOVE EDO-NOMBRE        (WSV-IDX-EDO) TO DC-NOMBRE
           MOVE WSV-ANIO                        TO DC-ANIO
           MOVE WSV-MES                         TO DC-MES
           MOVE EDO-PLANTILLA     (WSV-IDX-EDO) TO DC-PLANTILLA
           MOVE EDO-BASE          (WSV-IDX-EDO) TO DC-BASE
           MOVE EDO-EXENTO        (WSV-IDX-EDO) TO DC-EXENTO
           MOVE EDO-GRAVABLE      (WSV-IDX-EDO) TO DC-GRAVABLE
           MOVE EDO-TASA          (WSV-IDX-EDO) TO DC-TASA
           MOVE EDO-IMPUESTO      (WSV-IDX-EDO) TO DC-IMPUESTO
           MOVE EDO-DESC-ESTIMULO (WSV-IDX-EDO) TO DC-ESTIMULO
           MOVE EDO-A-PAGAR       (WSV-IDX-EDO) TO DC-A-PAGAR
           WRITE DECL-REC
           ADD 1 TO WSV-EDO-DECLARADOS
           MOVE EDO-CLAVE     (WSV-IDX-EDO) TO DE-ESTADO
           MOVE EDO-NOMBRE    (WSV-IDX-EDO) TO DE-NOMBRE
           MOVE EDO-PLANTILLA (WSV-IDX-EDO) TO DE-PLANTILLA
           MOVE EDO-BASE      (WSV-IDX-EDO) TO DE-BASE
           MOVE EDO-GRAVABLE  (WSV-IDX-EDO) TO DE-GRAVABLE
           MOVE EDO-TASA      (WSV-IDX-EDO) TO DE-TASA
           MOVE EDO-A-PAGAR   (WSV-IDX-EDO) TO DE-A-PAGAR
           WRITE PRINT-REC FROM DETALLE-ESTADO
           ADD EDO-PLANTILLA (WSV-IDX-EDO) TO WSV-TOT-PLANTILLA
           ADD EDO-BASE      (WSV-IDX-EDO) TO WSV-TOT-BASE
           ADD EDO-GRAVABLE  (WSV-IDX-EDO) TO WSV-TOT-GRAVABLE
           ADD EDO-A-PAGAR   (WSV-IDX-EDO) TO WSV-TOT-A-PAGAR.

      ****** Cargo del centro: el impuesto a pagar de su estado en
      ****** proporcion a su bruto; el ultimo centro del estado se
      ****** lleva el residuo del redondeo para que los cargos sumen
      ****** exactamente lo declarado
       CARGA-CENTRO.
           MOVE CEN-EDO (WSV-IDX-CEN) TO WSV-KDX-EDO
           SUBTRACT 1 FROM EDO-PENDIENTES (WSV-KDX-EDO)
           IF EDO-PENDIENTES (WSV-KDX-EDO) = ZEROS
              COMPUTE WSV-CARGO-CEN =
                 EDO-A-PAGAR (WSV-KDX-EDO) - EDO-CARGADO (WSV-KDX-EDO)
           ELSE
              IF EDO-BASE (WSV-KDX-EDO) = ZEROS
                 MOVE ZEROS TO WSV-CARGO-CEN
              ELSE
                 COMPUTE WSV-CARGO-CEN ROUNDED =
                    EDO-A-PAGAR (WSV-KDX-EDO) *
                    CEN-BRUTO (WSV-IDX-CEN) / EDO-BASE (WSV-KDX-EDO)
              END-IF
           END-IF
           ADD WSV-CARGO-CEN TO EDO-CARGADO (WSV-KDX-EDO)
           ADD WSV-CARGO-CEN TO WSV-TOT-CARGADO
           MOVE SPACES TO CARGO-REC
           MOVE CEN-CCOSTO    (WSV-IDX-CEN) TO CG-CCOSTO
           MOVE EDO-CLAVE     (WSV-KDX-EDO) TO CG-ESTADO
           MOVE WSV-ANIO                    TO CG-ANIO
           MOVE WSV-MES                     TO CG-MES
           MOVE CEN-PLANTILLA (WSV-IDX-CEN) TO CG-PLANTILLA
           MOVE CEN-BRUTO     (WSV-IDX-CEN) TO CG-BRUTO
           MOVE WSV-CARGO-CEN               TO CG-ISN
           WRITE CARGO-REC
           MOVE CEN-CCOSTO    (WSV-IDX-CEN) TO DG-CCOSTO
           MOVE EDO-CLAVE     (WSV-KDX-EDO) TO DG-ESTADO
           MOVE CEN-PLANTILLA (WSV-IDX-CEN) TO DG-PLANTILLA
           MOVE CEN-BRUTO     (WSV-IDX-CEN) TO DG-BRUTO
           MOVE WSV-CARGO-CEN               TO DG-ISN
           WRITE PRINT-REC FROM DETALLE-CARGO.

      ****** Totales: lo cargado a los centros amarra con lo declarado
      ****** y el bruto declarado mas el de los centros sin estado
      ****** amarra con el extracto leido
       ESCRIBE-TOTALES.
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC
           MOVE SPACES TO TOTALES-ISN
           MOVE 'CENTROS LEIDOS / BRUTO      :' TO TI-TEXTO
           MOVE WSV-CEN-LEIDOS      TO TI-CIFRA
           MOVE WSV-TOT-BRUTO-LEIDO TO TI-MONTO
           WRITE PRINT-REC FROM TOTALES-ISN
           MOVE 'CENTROS SIN ESTADO / BRUTO  :' TO TI-TEXTO
           MOVE WSV-CEN-SIN-ESTADO   TO TI-CIFRA
           MOVE WSV-BRUTO-SIN-ESTADO TO TI-MONTO
           WRITE PRINT-REC FROM TOTALES-ISN
           MOVE 'PLANTILLA / BASE DECLARADA  :' TO TI-TEXTO
           MOVE WSV-TOT-PLANTILLA TO TI-CIFRA
           MOVE WSV-TOT-BASE      TO TI-MONTO
           WRITE PRINT-REC FROM TOTALES-ISN
           MOVE 'BASE GRAVABLE               :' TO TI-TEXTO
           MOVE ZEROS             TO TI-CIFRA
           MOVE WSV-TOT-GRAVABLE  TO TI-MONTO
           WRITE PRINT-REC FROM TOTALES-ISN
           MOVE 'ISN A PAGAR                 :' TO TI-TEXTO
           MOVE WSV-TOT-A-PAGAR   TO TI-MONTO
           WRITE PRINT-REC FROM TOTALES-ISN
           MOVE 'ISN CARGADO A CENTROS       :' TO TI-TEXTO
           MOVE WSV-NUM-CEN       TO TI-CIFRA
           MOVE WSV-TOT-CARGADO   TO TI-MONTO
           WRITE PRINT-REC FROM TOTALES-ISN
           IF WSV-TOT-CARGADO NOT = WSV-TOT-A-PAGAR
              DISPLAY 'PAYROL07 *** EL CARGO A CENTROS NO AMARRA '
                 'CON LA DECLARACION ***'
              MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'PAYROL07 ESTADOS DECLARADOS / ISN: '
              WSV-EDO-DECLARADOS ' / ' WSV-TOT-A-PAGAR.
