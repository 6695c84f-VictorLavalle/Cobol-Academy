      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. PAYROL09.
      *----------------------------------------------------------------*
      * Plantilla, rotacion y antiguedad del personal: lee el maestro  *
      * de empleados (EMPFILE, con las altas y bajas que mantiene      *
      * PAYROL03) y reporta por centro de costos la plantilla al       *
      * inicio, altas, bajas y plantilla al cierre del mes y del anio  *
      * a la fecha, con la rotacion mensual y anualizada; las bajas    *
      * por motivo y la distribucion de antiguedad de la plantilla al  *
      * cierre. La plantilla se cuadra contra los empleados que        *
      * PAYROL00 pago en el mes (PAYMAST) y las altas y bajas contra   *
      * la bitacora de PAYROL03; toda diferencia se lista.             *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE     ASSIGN TO ROTAPARM.
           SELECT EMP-FILE      ASSIGN TO EMPFILE.
           SELECT MAST-FILE     ASSIGN TO PAYMAST.
           SELECT LOG-FILE      ASSIGN TO PAY03LOG.
           SELECT PRINT-LINE    ASSIGN TO PRTLINE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *Tarjeta de parametros: anio y mes del reporte
       FD  PARM-FILE RECORDING MODE F.
       01 PARM-REC.
          05 PARM-ANIO             PIC 9(04).
          05 PARM-MES              PIC 9(02).
          05 FILLER                PIC X(74).

      *Maestro de empleados (mismo layout de 80 bytes de PAYROL03);
      *el empleado dado de baja conserva su renglon con estatus 'B'
       FD  EMP-FILE RECORDING MODE F.
       01 EMP-REC.
          05 EMP-NUMERO            PIC 9(05).
          05 EMP-NOMBRE            PIC X(15).
          05 EMP-PAGO-POR-HORA     PIC 9(03).
          05 EMP-HORAS             PIC 9(02).
          05 EMP-CLABE             PIC X(18).
          05 EMP-CCOSTO            PIC X(04).
          05 EMP-FEC-INGRESO       PIC 9(08).
          05 EMP-FEC-BAJA          PIC 9(08).
          05 EMP-ESTATUS           PIC X(01).
             88 EMP-ACTIVO                     VALUE 'A' ' '.
             88 EMP-BAJA                       VALUE 'B'.
          05 EMP-MOTIVO-BAJA       PIC X(02).
          05 EMP-FRECUENCIA        PIC X(01).
          05 FILLER                PIC X(13).

      *Maestro de historia de nomina (mismo layout que en PAYROL00);
      *aqui solo interesan los meses pagados
       FD  MAST-FILE RECORDING MODE F.
       01 MAST-REC.
          05 MAST-NUMERO           PIC 9(05).
          05 MAST-NOMBRE           PIC X(15).
          05 MAST-ANIO             PIC 9(04).
          05 MAST-PERIODOS.
             10 MAST-MES           OCCURS 12 TIMES.
                15 MAST-MES-BRUTO  PIC 9(07)V99.
                15 MAST-MES-ISR    PIC 9(07)V99.
                15 MAST-MES-RET    PIC 9(07)V99.
                15 MAST-MES-VIV    PIC 9(07)V99.
                15 MAST-MES-NETO   PIC 9(07)V99.
                15 MAST-MES-DIAS-PAG PIC 9(02).
                15 MAST-MES-DIAS-INC PIC 9(02).
                15 MAST-MES-UUID   PIC X(36).
                15 MAST-MES-INF    PIC 9(07)V99.
      *Acumulados, datos fiscales, prestaciones, base salarial y
      *quincenas del anio (PAYROL00)
          05 FILLER                PIC X(2848).

      *Bitacora de mantenimiento de PAYROL03 (su reporte de
      *auditoria, un renglon por transaccion; DD DUMMY cuando no hay)
       FD  LOG-FILE RECORDING MODE F.
       01 LOG-REC.
          05 FILLER                PIC X(10).
          05 BT-OPERADOR           PIC X(08).
          05 FILLER                PIC X(10).
          05 BT-ACCION             PIC X(01).
             88 BT-ALTA                        VALUE 'A'.
             88 BT-CAMBIO                      VALUE 'C'.
             88 BT-BAJA                        VALUE 'B'.
          05 FILLER                PIC X(11).
          05 BT-NUMERO             PIC 9(05).
          05 FILLER                PIC X(09).
          05 BT-FECHA              PIC 9(08).
          05 FILLER REDEFINES BT-FECHA.
             10 BT-FECHA-AAMM      PIC 9(06).
             10 BT-FECHA-DD        PIC 9(02).
          05 FILLER                PIC X(11).
          05 BT-ESTATUS            PIC X(10).
          05 FILLER                PIC X(17).

      *Reporte de plantilla y rotacion (ancho 132)
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

      ****** Parametros de la corrida: fechas de corte del mes y del
      ****** anio (AAAAMMDD; el fin de mes se toma como dia 31, basta
      ****** para comparar fechas)
       01 WSV-PARAMETROS.
          10 WSV-ANIO              PIC 9(04)      VALUE ZEROS.
          10 WSV-MES               PIC 9(02)      VALUE ZEROS.
          10 WSV-AAMM              PIC 9(06)      VALUE ZEROS.
          10 WSV-INI-MES           PIC 9(08)      VALUE ZEROS.
          10 WSV-FIN-MES           PIC 9(08)      VALUE ZEROS.
          10 FILLER REDEFINES WSV-FIN-MES.
             15 WSV-FIN-AA         PIC 9(04).
             15 WSV-FIN-MMDD       PIC 9(04).
          10 WSV-INI-ANIO          PIC 9(08)      VALUE ZEROS.

      ****** Plantilla por centro de costos (EMPFILE viene ordenado
      ****** por centro, la tabla queda en ese orden)
       01 TABLA-CENTROS.
          10 WSC-MAX-CEN           PIC 9(04)      VALUE 0500.
          10 WSV-NUM-CEN           PIC 9(04)      VALUE ZEROS.
          10 WSV-IDX-CEN           PIC 9(04)      VALUE ZEROS.
          10 WSV-KDX-CEN           PIC 9(04)      VALUE ZEROS.
          10 CEN-ENT               OCCURS 500 TIMES.
             15 CEN-CCOSTO         PIC X(04).
             15 CEN-INICIO-MES     PIC 9(05).
             15 CEN-ALTAS-MES      PIC 9(05).
             15 CEN-BAJAS-MES      PIC 9(05).
             15 CEN-CIERRE         PIC 9(05).
             15 CEN-PAGADOS        PIC 9(05).
             15 CEN-INICIO-ANIO    PIC 9(05).
             15 CEN-ALTAS-ANIO     PIC 9(05).
             15 CEN-BAJAS-ANIO     PIC 9(05).

      ****** Bajas por motivo (EMP-MOTIVO-BAJA que captura PAYROL03)
       01 TABLA-MOTIVOS.
          10 WSC-MAX-MOT           PIC 9(02)      VALUE 50.
          10 WSV-NUM-MOT           PIC 9(02)      VALUE ZEROS.
          10 WSV-IDX-MOT           PIC 9(02)      VALUE ZEROS.
          10 WSV-KDX-MOT           PIC 9(02)      VALUE ZEROS.
          10 MOT-ENT               OCCURS 50 TIMES.
             15 MOT-CLAVE          PIC X(02).
             15 MOT-BAJAS-MES      PIC 9(05).
             15 MOT-BAJAS-ANIO     PIC 9(05).

      ****** Rangos de antiguedad en anios cumplidos: hasta N anios
       01 WSC-TABLA-ANTIGUEDAD.
          10 FILLER                PIC X(22)  VALUE
             '00MENOS DE 1 ANIO     '.
          10 FILLER                PIC X(22)  VALUE
             '02DE 1 A 2 ANIOS      '.
          10 FILLER                PIC X(22)  VALUE
             '04DE 3 A 4 ANIOS      '.
          10 FILLER                PIC X(22)  VALUE
             '09DE 5 A 9 ANIOS      '.
          10 FILLER                PIC X(22)  VALUE
             '19DE 10 A 19 ANIOS    '.
          10 FILLER                PIC X(22)  VALUE
             '99DE 20 ANIOS O MAS   '.
       01 FILLER REDEFINES WSC-TABLA-ANTIGUEDAD.
          10 WSC-ANT-RENGLON       OCCURS 6 TIMES.
             15 WSC-ANT-HASTA      PIC 9(02).
             15 WSC-ANT-TEXTO      PIC X(20).
       01 TABLA-ANTIGUEDAD.
          10 WSV-IDX-ANT           PIC 9(02)      VALUE ZEROS.
          10 WSV-KDX-ANT           PIC 9(02)      VALUE ZEROS.
          10 ANT-EMPLEADOS         PIC 9(05)      OCCURS 6 TIMES.

      ****** Empleados que PAYROL00 pago en el mes (PAYMAST)
       01 TABLA-PAGADOS.
          10 WSC-MAX-PAG           PIC 9(04)      VALUE 2000.
          10 WSV-NUM-PAG           PIC 9(04)      VALUE ZEROS.
          10 WSV-IDX-PAG           PIC 9(04)      VALUE ZEROS.
          10 WSV-KDX-PAG           PIC 9(04)      VALUE ZEROS.
          10 PAG-ENT               OCCURS 2000 TIMES.
             15 PAG-NUMERO         PIC 9(05).
             15 PAG-NOMBRE         PIC X(15).
             15 PAG-USADO          PIC X(01).

      ****** Altas y bajas aplicadas en la bitacora de PAYROL03 hasta
      ****** el cierre del mes
       01 TABLA-BITACORA.
          10 WSC-MAX-BIT           PIC 9(04)      VALUE 5000.
          10 WSV-NUM-BIT           PIC 9(04)      VALUE ZEROS.
          10 WSV-IDX-BIT           PIC 9(04)      VALUE ZEROS.
          10 BIT-ENT               OCCURS 5000 TIMES.
             15 BIT-NUMERO         PIC 9(05).
             15 BIT-ACCION         PIC X(01).

       01 VARIABLES.
          10 WSV-NUM-BUSCADO       PIC 9(05)      VALUE ZEROS.
          10 WSV-ACCION-BUSCADA    PIC X(01)      VALUE SPACES.
          10 WSV-FEC-BAJA          PIC 9(08)      VALUE ZEROS.
          10 WSV-FECHA-ING         PIC 9(08)      VALUE ZEROS.
          10 FILLER REDEFINES WSV-FECHA-ING.
             15 WSV-ING-AA         PIC 9(04).
             15 WSV-ING-MMDD       PIC 9(04).
          10 WSV-ANIOS-CUMPLIDOS   PIC S9(04)     VALUE ZEROS.
          10 WSV-PROMEDIO          PIC 9(05)V99   VALUE ZEROS.
          10 WSV-ROTACION          PIC 9(03)V99   VALUE ZEROS.
          10 WSV-ROT-ANUAL         PIC 9(04)V99   VALUE ZEROS.
          10 WSV-PORCENTAJE        PIC 9(03)V99   VALUE ZEROS.
          10 WSV-TEXTO-AVISO       PIC X(40)      VALUE SPACES.

      ****** Totales de la empresa (se arman con los de los centros)
       01 WSV-TOTALES.
          10 WSV-TOT-INICIO-MES    PIC 9(05)      VALUE ZEROS.
          10 WSV-TOT-ALTAS-MES     PIC 9(05)      VALUE ZEROS.
          10 WSV-TOT-BAJAS-MES     PIC 9(05)      VALUE ZEROS.
          10 WSV-TOT-CIERRE        PIC 9(05)      VALUE ZEROS.
          10 WSV-TOT-PAGADOS       PIC 9(05)      VALUE ZEROS.
          10 WSV-TOT-INICIO-ANIO   PIC 9(05)      VALUE ZEROS.
          10 WSV-TOT-ALTAS-ANIO    PIC 9(05)      VALUE ZEROS.
          10 WSV-TOT-BAJAS-ANIO    PIC 9(05)      VALUE ZEROS.

       01 CONTADORES.
          10 WSV-EMP-LEIDOS        PIC 9(05)      VALUE ZEROS.
          10 WSV-EMP-SIN-FECHA     PIC 9(05)      VALUE ZEROS.
          10 WSV-MAST-LEIDOS       PIC 9(05)      VALUE ZEROS.
          10 WSV-LOG-LEIDOS        PIC 9(07)      VALUE ZEROS.
          10 WSV-LOG-ALTAS         PIC 9(05)      VALUE ZEROS.
          10 WSV-LOG-CAMBIOS       PIC 9(05)      VALUE ZEROS.
          10 WSV-LOG-BAJAS         PIC 9(05)      VALUE ZEROS.
          10 WSV-LOG-RECHAZADAS    PIC 9(05)      VALUE ZEROS.
          10 WSV-ACTIVOS-SIN-PAGO  PIC 9(05)      VALUE ZEROS.
          10 WSV-PAGADOS-NO-ACTIVO PIC 9(05)      VALUE ZEROS.
          10 WSV-ALTAS-SIN-BIT     PIC 9(05)      VALUE ZEROS.
          10 WSV-BAJAS-SIN-BIT     PIC 9(05)      VALUE ZEROS.

      ****** Renglones del reporte
       01 ENCABEZADO-ROTACION.
          10 FILLER                PIC X(45)  VALUE
                'PLANTILLA Y ROTACION DE PERSONAL - ANIO/MES: '.
          10 ER-ANIO               PIC 9(04).
          10 FILLER                PIC X(01)  VALUE '/'.
          10 ER-MES                PIC 9(02).
          10 FILLER                PIC X(80)  VALUE SPACES.

       01 ENCABEZADO-CENTROS.
          10 FILLER                PIC X(44)  VALUE
             'CCOS  INICIO  ALTAS  BAJAS CIERRE PAGADOS  R'.
          10 FILLER                PIC X(44)  VALUE
             'OT.MES ROT.ANUAL   INI.ANIO ALTAS.A BAJAS.A '.
          10 FILLER                PIC X(44)  VALUE
             'ROT.ANUALIZ                                 '.

       01 DETALLE-CENTRO.
          10 DC-CCOSTO             PIC X(04).
          10 FILLER                PIC X(02)  VALUE SPACES.
          10 DC-INICIO-MES         PIC ZZZZ9.
          10 FILLER                PIC X(02)  VALUE SPACES.
          10 DC-ALTAS-MES          PIC ZZZZ9.
          10 FILLER                PIC X(02)  VALUE SPACES.
          10 DC-BAJAS-MES          PIC ZZZZ9.
          10 FILLER                PIC X(02)  VALUE SPACES.
          10 DC-CIERRE             PIC ZZZZ9.
          10 FILLER                PIC X(03)  VALUE SPACES.
          10 DC-PAGADOS            PIC ZZZZ9.
          10 FILLER                PIC X(02)  VALUE SPACES.
          10 DC-ROT-MES            PIC ZZ9.99.
          10 FILLER                PIC X(02)  VALUE SPACES.
          10 DC-ROT-ANUAL          PIC ZZZ9.99.
          10 FILLER                PIC X(06)  VALUE SPACES.
          10 DC-INICIO-ANIO        PIC ZZZZ9.
          10 FILLER                PIC X(03)  VALUE SPACES.
          10 DC-ALTAS-ANIO         PIC ZZZZ9.
          10 FILLER                PIC X(03)  VALUE SPACES.
          10 DC-BAJAS-ANIO         PIC ZZZZ9.
          10 FILLER                PIC X(02)  VALUE SPACES.
          10 DC-ROT-ACUM           PIC ZZZ9.99.
          10 FILLER                PIC X(40)  VALUE SPACES.

       01 ENCABEZADO-MOTIVOS.
          10 FILLER                PIC X(40)  VALUE
             'BAJAS POR MOTIVO    MOTIVO  MES    ANIO '.
          10 FILLER                PIC X(92)  VALUE SPACES.

       01 DETALLE-MOTIVO.
          10 FILLER                PIC X(20)  VALUE SPACES.
          10 DO-MOTIVO             PIC X(02).
          10 FILLER                PIC X(04)  VALUE SPACES.
          10 DO-BAJAS-MES          PIC ZZZZ9.
          10 FILLER                PIC X(02)  VALUE SPACES.
          10 DO-BAJAS-ANIO         PIC ZZZZ9.
          10 FILLER                PIC X(94)  VALUE SPACES.

       01 ENCABEZADO-ANTIGUEDAD.
          10 FILLER                PIC X(48)  VALUE
             'ANTIGUEDAD DE LA PLANTILLA AL CIERRE  EMPL.    %'.
          10 FILLER                PIC X(84)  VALUE SPACES.

       01 DETALLE-ANTIGUEDAD.
          10 FILLER                PIC X(03)  VALUE SPACES.
          10 DN-TEXTO              PIC X(20).
          10 FILLER                PIC X(15)  VALUE SPACES.
          10 DN-EMPLEADOS          PIC ZZZZ9.
          10 FILLER                PIC X(02)  VALUE SPACES.
          10 DN-PORCENTAJE         PIC ZZ9.99.
          10 FILLER                PIC X(81)  VALUE SPACES.

       01 ENCABEZADO-DIFERENCIAS.
          10 FILLER                PIC X(44)  VALUE
             'DIFERENCIAS CONTRA NOMINA PAGADA Y BITACORA '.
          10 FILLER                PIC X(88)  VALUE SPACES.

       01 DETALLE-AVISO.
          10 FILLER                PIC X(03)  VALUE SPACES.
          10 DA-NUMERO             PIC 9(05).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DA-NOMBRE             PIC X(15).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DA-CCOSTO             PIC X(04).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DA-TEXTO              PIC X(40).
          10 FILLER                PIC X(62)  VALUE SPACES.

       01 TOTALES-ROTACION.
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 TI-TEXTO              PIC X(30).
          10 TI-CIFRA              PIC ZZZZZZ9.
          10 FILLER                PIC X(94)  VALUE SPACES.

       01 LINEA-BLANCA             PIC X(132) VALUE SPACES.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       ABRO-ARCHIVOS.
           OPEN INPUT  EMP-FILE.
           OPEN OUTPUT PRINT-LINE.
           PERFORM LEE-PARAMETROS.
           PERFORM CARGA-PAGADOS.
           PERFORM CARGA-BITACORA.

       PROCESO-PRINCIPAL.
           MOVE WSV-ANIO TO ER-ANIO
           MOVE WSV-MES  TO ER-MES
           WRITE PRINT-REC FROM ENCABEZADO-ROTACION
           WRITE PRINT-REC FROM LINEA-BLANCA
           WRITE PRINT-REC FROM ENCABEZADO-DIFERENCIAS
           SET NO-FIN-FILE TO TRUE
           PERFORM UNTIL FIN-FILE
              READ EMP-FILE
                 AT END
                    SET FIN-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WSV-EMP-LEIDOS
                    PERFORM CLASIFICA-EMPLEADO
              END-READ
           END-PERFORM
           PERFORM REPORTA-PAGADO-NO-ACTIVO
              VARYING WSV-IDX-PAG FROM 1 BY 1
                UNTIL WSV-IDX-PAG > WSV-NUM-PAG
           WRITE PRINT-REC FROM LINEA-BLANCA
           WRITE PRINT-REC FROM ENCABEZADO-CENTROS
           PERFORM ESCRIBE-CENTRO
              VARYING WSV-IDX-CEN FROM 1 BY 1
                UNTIL WSV-IDX-CEN > WSV-NUM-CEN
           PERFORM ESCRIBE-TOTAL-EMPRESA
           WRITE PRINT-REC FROM LINEA-BLANCA
           WRITE PRINT-REC FROM ENCABEZADO-MOTIVOS
           PERFORM ESCRIBE-MOTIVO
              VARYING WSV-IDX-MOT FROM 1 BY 1
                UNTIL WSV-IDX-MOT > WSV-NUM-MOT
           WRITE PRINT-REC FROM LINEA-BLANCA
           WRITE PRINT-REC FROM ENCABEZADO-ANTIGUEDAD
           PERFORM ESCRIBE-ANTIGUEDAD
              VARYING WSV-IDX-ANT FROM 1 BY 1
                UNTIL WSV-IDX-ANT > 6.

       CIERRO-Y-ACABO.
           PERFORM ESCRIBE-TOTALES.
           CLOSE EMP-FILE.
           CLOSE PRINT-LINE.
           GOBACK.

      ****** Sin tarjeta o con anio y mes invalidos no hay reporte
       LEE-PARAMETROS.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
              AT END
                 DISPLAY 'PAYROL09 FALTA LA TARJETA DE PARAMETROS'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-READ
           CLOSE PARM-FILE
           IF PARM-ANIO IS NOT NUMERIC
           OR PARM-MES IS NOT NUMERIC
           OR PARM-MES < 1 OR PARM-MES > 12
              DISPLAY 'PAYROL09 ANIO O MES INVALIDOS: ' PARM-REC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PARM-ANIO TO WSV-ANIO
           MOVE PARM-MES  TO WSV-MES
           COMPUTE WSV-AAMM     = (WSV-ANIO * 100) + WSV-MES
           COMPUTE WSV-INI-MES  = (WSV-AAMM * 100) + 1
           COMPUTE WSV-FIN-MES  = (WSV-AAMM * 100) + 31
           COMPUTE WSV-INI-ANIO = (WSV-ANIO * 10000) + 101.

      ****** Empleados con sueldo o dias pagados en el mes del reporte
      ****** (mensuales y quincenales: el mes trae las dos quincenas)
       CARGA-PAGADOS.
           OPEN INPUT MAST-FILE
           SET NO-FIN-FILE TO TRUE
           PERFORM UNTIL FIN-FILE
              READ MAST-FILE
                 AT END
                    SET FIN-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WSV-MAST-LEIDOS
                    IF MAST-ANIO = WSV-ANIO
                    AND (MAST-MES-BRUTO (WSV-MES) NOT = ZEROS
                         OR MAST-MES-DIAS-PAG (WSV-MES) NOT = ZEROS)
                       IF WSV-NUM-PAG NOT < WSC-MAX-PAG
                          DISPLAY 'PAYROL09 PAYMAST EXCEDE LA TABLA DE '
                             WSC-MAX-PAG ' EMPLEADOS'
                          MOVE 16 TO RETURN-CODE
                          GOBACK
                       END-IF
                       ADD 1 TO WSV-NUM-PAG
                       MOVE MAST-NUMERO TO PAG-NUMERO (WSV-NUM-PAG)
                       MOVE MAST-NOMBRE TO PAG-NOMBRE (WSV-NUM-PAG)
                       MOVE 'N'         TO PAG-USADO  (WSV-NUM-PAG)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MAST-FILE.

      ****** Bitacora de PAYROL03: se guardan las altas y bajas
      ****** aplicadas hasta el cierre del mes y se cuentan los
      ****** movimientos capturados dentro del mes
       CARGA-BITACORA.
           OPEN INPUT LOG-FILE
           SET NO-FIN-FILE TO TRUE
           PERFORM UNTIL FIN-FILE
              READ LOG-FILE
                 AT END
                    SET FIN-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WSV-LOG-LEIDOS
                    PERFORM TOMA-BITACORA
              END-READ
           END-PERFORM
           CLOSE LOG-FILE.

       TOMA-BITACORA.
           IF BT-FECHA IS NUMERIC
           AND BT-NUMERO IS NUMERIC
           AND BT-FECHA NOT > WSV-FIN-MES
              IF BT-FECHA-AAMM = WSV-AAMM
                 IF BT-ESTATUS = 'APLICADA'
                    EVALUATE TRUE
                       WHEN BT-ALTA
                          ADD 1 TO WSV-LOG-ALTAS
                       WHEN BT-CAMBIO
                          ADD 1 TO WSV-LOG-CAMBIOS
                       WHEN BT-BAJA
                          ADD 1 TO WSV-LOG-BAJAS
                    END-EVALUATE
                 ELSE
                    ADD 1 TO WSV-LOG-RECHAZADAS
                 END-IF
              END-IF
              IF BT-ESTATUS = 'APLICADA'
              AND (BT-ALTA OR BT-BAJA)
                 IF WSV-NUM-BIT NOT < WSC-MAX-BIT
                    DISPLAY 'PAYROL09 BITACORA EXCEDE LA TABLA DE '
                       WSC-MAX-BIT ' MOVIMIENTOS'
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD 1 TO WSV-NUM-BIT
                 MOVE BT-NUMERO TO BIT-NUMERO (WSV-NUM-BIT)
                 MOVE BT-ACCION TO BIT-ACCION (WSV-NUM-BIT)
              END-IF
           END-IF.

      ****** Ubica al empleado en el mes y en el anio con sus fechas
      ****** de ingreso y baja: plantilla al inicio (ingreso antes del
      ****** corte y sin baja antes del corte), altas y bajas con
      ****** fecha dentro del periodo y plantilla al cierre (ingreso
      ****** hasta el fin de mes y sin baja a esa fecha)
       CLASIFICA-EMPLEADO.
           IF EMP-FEC-INGRESO IS NOT NUMERIC
           OR EMP-FEC-INGRESO = ZEROS
              ADD 1 TO WSV-EMP-SIN-FECHA
              MOVE 'SIN FECHA DE INGRESO, NO SE CUENTA' TO
                 WSV-TEXTO-AVISO
              PERFORM ESCRIBE-AVISO
           ELSE
              IF EMP-BAJA AND EMP-FEC-BAJA IS NUMERIC
              AND EMP-FEC-BAJA NOT = ZEROS
                 MOVE EMP-FEC-BAJA TO WSV-FEC-BAJA
              ELSE
                 MOVE 99999999 TO WSV-FEC-BAJA
              END-IF
              PERFORM UBICA-CENTRO
              IF EMP-FEC-INGRESO < WSV-INI-MES
              AND WSV-FEC-BAJA NOT < WSV-INI-MES
                 ADD 1 TO CEN-INICIO-MES (WSV-KDX-CEN)
              END-IF
              IF EMP-FEC-INGRESO < WSV-INI-ANIO
              AND WSV-FEC-BAJA NOT < WSV-INI-ANIO
                 ADD 1 TO CEN-INICIO-ANIO (WSV-KDX-CEN)
              END-IF
              IF EMP-FEC-INGRESO NOT < WSV-INI-ANIO
              AND EMP-FEC-INGRESO NOT > WSV-FIN-MES
                 ADD 1 TO CEN-ALTAS-ANIO (WSV-KDX-CEN)
                 IF EMP-FEC-INGRESO NOT < WSV-INI-MES
                    ADD 1 TO CEN-ALTAS-MES (WSV-KDX-CEN)
                    MOVE 'A' TO WSV-ACCION-BUSCADA
                    PERFORM VERIFICA-BITACORA
                 END-IF
              END-IF
              IF WSV-FEC-BAJA NOT < WSV-INI-ANIO
              AND WSV-FEC-BAJA NOT > WSV-FIN-MES
                 PERFORM CUENTA-BAJA
              END-IF
              IF EMP-FEC-INGRESO NOT > WSV-FIN-MES
              AND WSV-FEC-BAJA > WSV-FIN-MES
                 ADD 1 TO CEN-CIERRE (WSV-KDX-CEN)
                 PERFORM CUENTA-ANTIGUEDAD
                 PERFORM VERIFICA-PAGO
              ELSE
                 PERFORM MARCA-PAGO-SIN-CIERRE
              END-IF
           END-IF.

       UBICA-CENTRO.
           MOVE ZEROS TO WSV-KDX-CEN
           PERFORM BUSCA-CENTRO
              VARYING WSV-IDX-CEN FROM 1 BY 1
                UNTIL WSV-IDX-CEN > WSV-NUM-CEN
                   OR WSV-KDX-CEN NOT = ZEROS
           IF WSV-KDX-CEN = ZEROS
              IF WSV-NUM-CEN NOT < WSC-MAX-CEN
                 DISPLAY 'PAYROL09 EMPFILE EXCEDE LA TABLA DE '
                    WSC-MAX-CEN ' CENTROS'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WSV-NUM-CEN
              MOVE WSV-NUM-CEN TO WSV-KDX-CEN
              INITIALIZE CEN-ENT (WSV-KDX-CEN)
              MOVE EMP-CCOSTO  TO CEN-CCOSTO (WSV-KDX-CEN)
           END-IF.

       BUSCA-CENTRO.
           IF CEN-CCOSTO (WSV-IDX-CEN) = EMP-CCOSTO
              MOVE WSV-IDX-CEN TO WSV-KDX-CEN
           END-IF.

      ****** Baja del anio: cuenta en el centro y en su motivo; la del
      ****** mes se verifica contra la bitacora
       CUENTA-BAJA.
           ADD 1 TO CEN-BAJAS-ANIO (WSV-KDX-CEN)
           MOVE ZEROS TO WSV-KDX-MOT
           PERFORM BUSCA-MOTIVO
              VARYING WSV-IDX-MOT FROM 1 BY 1
                UNTIL WSV-IDX-MOT > WSV-NUM-MOT
                   OR WSV-KDX-MOT NOT = ZEROS
           IF WSV-KDX-MOT = ZEROS
              IF WSV-NUM-MOT NOT < WSC-MAX-MOT
                 DISPLAY 'PAYROL09 MOTIVOS DE BAJA EXCEDEN LA TABLA '
                    'DE ' WSC-MAX-MOT
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WSV-NUM-MOT
              MOVE WSV-NUM-MOT     TO WSV-KDX-MOT
              MOVE EMP-MOTIVO-BAJA TO MOT-CLAVE     (WSV-KDX-MOT)
              MOVE ZEROS           TO MOT-BAJAS-MES (WSV-KDX-MOT)
              MOVE ZEROS           TO MOT-BAJAS-ANIO (WSV-KDX-MOT)
           END-IF
           ADD 1 TO MOT-BAJAS-ANIO (WSV-KDX-MOT)
           IF WSV-FEC-BAJA NOT < WSV-INI-MES
              ADD 1 TO CEN-BAJAS-MES (WSV-KDX-CEN)
              ADD 1 TO MOT-BAJAS-MES (WSV-KDX-MOT)
              MOVE 'B' TO WSV-ACCION-BUSCADA
              PERFORM VERIFICA-BITACORA
           END-IF.

       BUSCA-MOTIVO.
           IF MOT-CLAVE (WSV-IDX-MOT) = EMP-MOTIVO-BAJA
              MOVE WSV-IDX-MOT TO WSV-KDX-MOT
           END-IF.

      ****** Anios cumplidos al cierre del mes y su rango
       CUENTA-ANTIGUEDAD.
           MOVE EMP-FEC-INGRESO TO WSV-FECHA-ING
           COMPUTE WSV-ANIOS-CUMPLIDOS = WSV-FIN-AA - WSV-ING-AA
           IF WSV-FIN-MMDD < WSV-ING-MMDD
              SUBTRACT 1 FROM WSV-ANIOS-CUMPLIDOS
           END-IF
           IF WSV-ANIOS-CUMPLIDOS < ZEROS
              MOVE ZEROS TO WSV-ANIOS-CUMPLIDOS
           END-IF
           MOVE ZEROS TO WSV-KDX-ANT
           PERFORM BUSCA-ANTIGUEDAD
              VARYING WSV-IDX-ANT FROM 1 BY 1
                UNTIL WSV-IDX-ANT > 6
                   OR WSV-KDX-ANT NOT = ZEROS
           IF WSV-KDX-ANT = ZEROS
              MOVE 6 TO WSV-KDX-ANT
           END-IF
           ADD 1 TO ANT-EMPLEADOS (WSV-KDX-ANT).

       BUSCA-ANTIGUEDAD.
           IF WSV-ANIOS-CUMPLIDOS NOT > WSC-ANT-HASTA (WSV-IDX-ANT)
              MOVE WSV-IDX-ANT TO WSV-KDX-ANT
           END-IF.

      ****** La plantilla al cierre debe ser la que PAYROL00 pago
       VERIFICA-PAGO.
           PERFORM BUSCA-PAGADO
           IF WSV-HALLADO
              ADD 1 TO CEN-PAGADOS (WSV-KDX-CEN)
           ELSE
              ADD 1 TO WSV-ACTIVOS-SIN-PAGO
              MOVE 'ACTIVO AL CIERRE SIN PAGO EN EL MES' TO
                 WSV-TEXTO-AVISO
              PERFORM ESCRIBE-AVISO
           END-IF.

      ****** El que no esta en la plantilla al cierre pero cobro en el
      ****** mes se reporta al final con los pagados sin empleado
       MARCA-PAGO-SIN-CIERRE.
           PERFORM BUSCA-PAGADO
           IF WSV-HALLADO
              MOVE 'N' TO PAG-USADO (WSV-KDX-PAG)
           END-IF.

       BUSCA-PAGADO.
           SET WSV-NO-HALLADO TO TRUE
           PERFORM COMPARA-PAGADO
              VARYING WSV-IDX-PAG FROM 1 BY 1
                UNTIL WSV-IDX-PAG > WSV-NUM-PAG
                   OR WSV-HALLADO.

       COMPARA-PAGADO.
           IF PAG-NUMERO (WSV-IDX-PAG) = EMP-NUMERO
              SET WSV-HALLADO TO TRUE
              MOVE WSV-IDX-PAG TO WSV-KDX-PAG
              MOVE 'S' TO PAG-USADO (WSV-IDX-PAG)
           END-IF.

       REPORTA-PAGADO-NO-ACTIVO.
           IF PAG-USADO (WSV-IDX-PAG) = 'N'
              ADD 1 TO WSV-PAGADOS-NO-ACTIVO
              MOVE SPACES TO DETALLE-AVISO
              MOVE PAG-NUMERO (WSV-IDX-PAG) TO DA-NUMERO
              MOVE PAG-NOMBRE (WSV-IDX-PAG) TO DA-NOMBRE
              MOVE 'PAGADO SIN ESTAR EN LA PLANTILLA' TO DA-TEXTO
              WRITE PRINT-REC FROM DETALLE-AVISO
              SET WSV-CON-DIFERENCIAS TO TRUE
           END-IF.

      ****** Alta o baja del mes sin su transaccion aplicada en la
      ****** bitacora de PAYROL03 (capturada por fuera del programa)
       VERIFICA-BITACORA.
           MOVE EMP-NUMERO TO WSV-NUM-BUSCADO
           SET WSV-NO-HALLADO TO TRUE
           PERFORM BUSCA-BITACORA
              VARYING WSV-IDX-BIT FROM 1 BY 1
                UNTIL WSV-IDX-BIT > WSV-NUM-BIT
                   OR WSV-HALLADO
           IF WSV-NO-HALLADO
              IF WSV-ACCION-BUSCADA = 'A'
                 ADD 1 TO WSV-ALTAS-SIN-BIT
                 MOVE 'ALTA DEL MES SIN REGISTRO EN PAYROL03' TO
                    WSV-TEXTO-AVISO
              ELSE
                 ADD 1 TO WSV-BAJAS-SIN-BIT
                 MOVE 'BAJA DEL MES SIN REGISTRO EN PAYROL03' TO
                    WSV-TEXTO-AVISO
              END-IF
              PERFORM ESCRIBE-AVISO
           END-IF.

       BUSCA-BITACORA.
           IF BIT-NUMERO (WSV-IDX-BIT) = WSV-NUM-BUSCADO
           AND BIT-ACCION (WSV-IDX-BIT) = WSV-ACCION-BUSCADA
              SET WSV-HALLADO TO TRUE
           END-IF.

       ESCRIBE-AVISO.
           MOVE SPACES          TO DETALLE-AVISO
           MOVE EMP-NUMERO      TO DA-NUMERO
           MOVE EMP-NOMBRE      TO DA-NOMBRE
           MOVE EMP-CCOSTO      TO DA-CCOSTO
           MOVE WSV-TEXTO-AVISO TO DA-TEXTO
           WRITE PRINT-REC FROM DETALLE-AVISO
           SET WSV-CON-DIFERENCIAS TO TRUE.

      ****** Renglon del centro: la rotacion es bajas entre plantilla
      ****** promedio (inicio mas cierre entre dos) por cien; la del
      ****** mes se anualiza por doce y la del anio a la fecha por
      ****** doce entre los meses transcurridos
       ESCRIBE-CENTRO.
           MOVE SPACES TO DETALLE-CENTRO
           MOVE CEN-CCOSTO      (WSV-IDX-CEN) TO DC-CCOSTO
           MOVE CEN-INICIO-MES  (WSV-IDX-CEN) TO DC-INICIO-MES
           MOVE CEN-ALTAS-MES   (WSV-IDX-CEN) TO DC-ALTAS-MES
           MOVE CEN-BAJAS-MES   (WSV-IDX-CEN) TO DC-BAJAS-MES
           MOVE CEN-CIERRE      (WSV-IDX-CEN) TO DC-CIERRE
           MOVE CEN-PAGADOS     (WSV-IDX-CEN) TO DC-PAGADOS
           MOVE CEN-INICIO-ANIO (WSV-IDX-CEN) TO DC-INICIO-ANIO
           MOVE CEN-ALTAS-ANIO  (WSV-IDX-CEN) TO DC-ALTAS-ANIO
           MOVE CEN-BAJAS-ANIO  (WSV-IDX-CEN) TO DC-BAJAS-ANIO
           ADD CEN-INICIO-MES  (WSV-IDX-CEN) TO WSV-TOT-INICIO-MES
           ADD CEN-ALTAS-MES   (WSV-IDX-CEN) TO WSV-TOT-ALTAS-MES
           ADD CEN-BAJAS-MES   (WSV-IDX-CEN) TO WSV-TOT-BAJAS-MES
           ADD CEN-CIERRE      (WSV-IDX-CEN) TO WSV-TOT-CIERRE
           ADD CEN-PAGADOS     (WSV-IDX-CEN) TO WSV-TOT-PAGADOS
           ADD CEN-INICIO-ANIO (WSV-IDX-CEN) TO WSV-TOT-INICIO-ANIO
           ADD CEN-ALTAS-ANIO  (WSV-IDX-CEN) TO WSV-TOT-ALTAS-ANIO
           ADD CEN-BAJAS-ANIO  (WSV-IDX-CEN) TO WSV-TOT-BAJAS-ANIO
           COMPUTE WSV-PROMEDIO =
              (CEN-INICIO-MES (WSV-IDX-CEN)
               + CEN-CIERRE (WSV-IDX-CEN)) / 2
           MOVE CEN-BAJAS-MES (WSV-IDX-CEN) TO WSV-NUM-BUSCADO
           PERFORM CALCULA-ROTACION
           MOVE WSV-ROTACION  TO DC-ROT-MES
           MOVE WSV-ROT-ANUAL TO DC-ROT-ANUAL
           COMPUTE WSV-PROMEDIO =
              (CEN-INICIO-ANIO (WSV-IDX-CEN)
               + CEN-CIERRE (WSV-IDX-CEN)) / 2
           MOVE CEN-BAJAS-ANIO (WSV-IDX-CEN) TO WSV-NUM-BUSCADO
           PERFORM CALCULA-ROTACION-ANIO
           MOVE WSV-ROT-ANUAL TO DC-ROT-ACUM
           WRITE PRINT-REC FROM DETALLE-CENTRO.

       ESCRIBE-TOTAL-EMPRESA.
           MOVE SPACES TO DETALLE-CENTRO
           MOVE 'TOTL'              TO DC-CCOSTO
           MOVE WSV-TOT-INICIO-MES  TO DC-INICIO-MES
           MOVE WSV-TOT-ALTAS-MES   TO DC-ALTAS-MES
           MOVE WSV-TOT-BAJAS-MES   TO DC-BAJAS-MES
           MOVE WSV-TOT-CIERRE      TO DC-CIERRE
           MOVE WSV-TOT-PAGADOS     TO DC-PAGADOS
           MOVE WSV-TOT-INICIO-ANIO TO DC-INICIO-ANIO
           MOVE WSV-TOT-ALTAS-ANIO  TO DC-ALTAS-ANIO
           MOVE WSV-TOT-BAJAS-ANIO  TO DC-BAJAS-ANIO
           COMPUTE WSV-PROMEDIO =
              (WSV-TOT-INICIO-MES + WSV-TOT-CIERRE) / 2
           MOVE WSV-TOT-BAJAS-MES TO WSV-NUM-BUSCADO
           PERFORM CALCULA-ROTACION
           MOVE WSV-ROTACION  TO DC-ROT-MES
           MOVE WSV-ROT-ANUAL TO DC-ROT-ANUAL
           COMPUTE WSV-PROMEDIO =
              (WSV-TOT-INICIO-ANIO + WSV-TOT-CIERRE) / 2
           MOVE WSV-TOT-BAJAS-ANIO TO WSV-NUM-BUSCADO
           PERFORM CALCULA-ROTACION-ANIO
           MOVE WSV-ROT-ANUAL TO DC-ROT-ACUM
           WRITE PRINT-REC FROM DETALLE-CENTRO.

      ****** Rotacion del mes (bajas en WSV-NUM-BUSCADO) y anualizada;
      ****** sin plantilla promedio no hay rotacion que medir
       CALCULA-ROTACION.
           MOVE ZEROS TO WSV-ROTACION WSV-ROT-ANUAL
           IF WSV-PROMEDIO NOT = ZEROS
              COMPUTE WSV-ROTACION ROUNDED =
                 WSV-NUM-BUSCADO * 100 / WSV-PROMEDIO
                 ON SIZE ERROR
                    MOVE 999.99 TO WSV-ROTACION
              END-COMPUTE
              COMPUTE WSV-ROT-ANUAL ROUNDED =
                 WSV-NUM-BUSCADO * 1200 / WSV-PROMEDIO
                 ON SIZE ERROR
                    MOVE 9999.99 TO WSV-ROT-ANUAL
              END-COMPUTE
           END-IF.

       CALCULA-ROTACION-ANIO.
           MOVE ZEROS TO WSV-ROT-ANUAL
           IF WSV-PROMEDIO NOT = ZEROS
              COMPUTE WSV-ROT-ANUAL ROUNDED =
                 WSV-NUM-BUSCADO * 1200 / (WSV-PROMEDIO * WSV-MES)
                 ON SIZE ERROR
                    MOVE 9999.99 TO WSV-ROT-ANUAL
              END-COMPUTE
           END-IF.

       ESCRIBE-MOTIVO.
           MOVE SPACES TO DETALLE-MOTIVO
           MOVE MOT-CLAVE      (WSV-IDX-MOT) TO DO-MOTIVO
           MOVE MOT-BAJAS-MES  (WSV-IDX-MOT) TO DO-BAJAS-MES
           MOVE MOT-BAJAS-ANIO (WSV-IDX-MOT) TO DO-BAJAS-ANIO
           WRITE PRINT-REC FROM DETALLE-MOTIVO.

       ESCRIBE-ANTIGUEDAD.
           MOVE SPACES TO DETALLE-ANTIGUEDAD
           MOVE WSC-ANT-TEXTO (WSV-IDX-ANT) TO DN-TEXTO
           MOVE ANT-EMPLEADOS (WSV-IDX-ANT) TO DN-EMPLEADOS
           MOVE ZEROS TO WSV-PORCENTAJE
           IF WSV-TOT-CIERRE NOT = ZEROS
              COMPUTE WSV-PORCENTAJE ROUNDED =
                 ANT-EMPLEADOS (WSV-IDX-ANT) * 100 / WSV-TOT-CIERRE
           END-IF
           MOVE WSV-PORCENTAJE TO DN-PORCENTAJE
           WRITE PRINT-REC FROM DETALLE-ANTIGUEDAD.

      ****** Cifras de control: la plantilla al cierre amarra con los
      ****** pagados del mes; si no, la corrida termina con codigo 8
      ****** y las diferencias quedan listadas arriba
       ESCRIBE-TOTALES.
           WRITE PRINT-REC FROM LINEA-BLANCA
           MOVE SPACES TO TOTALES-ROTACION
           MOVE 'EMPLEADOS LEIDOS            :' TO TI-TEXTO
           MOVE WSV-EMP-LEIDOS      TO TI-CIFRA
           WRITE PRINT-REC FROM TOTALES-ROTACION
           MOVE 'EMPLEADOS SIN FECHA INGRESO :' TO TI-TEXTO
           MOVE WSV-EMP-SIN-FECHA   TO TI-CIFRA
           WRITE PRINT-REC FROM TOTALES-ROTACION
           MOVE 'PLANTILLA AL CIERRE         :' TO TI-TEXTO
           MOVE WSV-TOT-CIERRE      TO TI-CIFRA
           WRITE PRINT-REC FROM TOTALES-ROTACION
           MOVE 'PAGADOS EN EL MES (PAYMAST) :' TO TI-TEXTO
           MOVE WSV-NUM-PAG         TO TI-CIFRA
           WRITE PRINT-REC FROM TOTALES-ROTACION
           MOVE 'ACTIVOS SIN PAGO            :' TO TI-TEXTO
           MOVE WSV-ACTIVOS-SIN-PAGO TO TI-CIFRA
           WRITE PRINT-REC FROM TOTALES-ROTACION
           MOVE 'PAGADOS FUERA DE PLANTILLA  :' TO TI-TEXTO
           MOVE WSV-PAGADOS-NO-ACTIVO TO TI-CIFRA
           WRITE PRINT-REC FROM TOTALES-ROTACION
           MOVE 'BITACORA - ALTAS DEL MES    :' TO TI-TEXTO
           MOVE WSV-LOG-ALTAS       TO TI-CIFRA
           WRITE PRINT-REC FROM TOTALES-ROTACION
           MOVE 'BITACORA - CAMBIOS DEL MES  :' TO TI-TEXTO
           MOVE WSV-LOG-CAMBIOS     TO TI-CIFRA
           WRITE PRINT-REC FROM TOTALES-ROTACION
           MOVE 'BITACORA - BAJAS DEL MES    :' TO TI-TEXTO
           MOVE WSV-LOG-BAJAS       TO TI-CIFRA
           WRITE PRINT-REC FROM TOTALES-ROTACION
           MOVE 'BITACORA - RECHAZADAS       :' TO TI-TEXTO
           MOVE WSV-LOG-RECHAZADAS  TO TI-CIFRA
           WRITE PRINT-REC FROM TOTALES-ROTACION
           MOVE 'ALTAS SIN BITACORA          :' TO TI-TEXTO
           MOVE WSV-ALTAS-SIN-BIT   TO TI-CIFRA
           WRITE PRINT-REC FROM TOTALES-ROTACION
           MOVE 'BAJAS SIN BITACORA          :' TO TI-TEXTO
           MOVE WSV-BAJAS-SIN-BIT   TO TI-CIFRA
           WRITE PRINT-REC FROM TOTALES-ROTACION
           IF WSV-TOT-CIERRE NOT = WSV-NUM-PAG
              DISPLAY 'PAYROL09 *** LA PLANTILLA AL CIERRE NO AMARRA '
                 'CON LOS PAGADOS DEL MES ***'
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WSV-CON-DIFERENCIAS
              DISPLAY 'PAYROL09 HAY DIFERENCIAS LISTADAS EN EL REPORTE'
           END-IF
           DISPLAY 'PAYROL09 INICIO / ALTAS / BAJAS / CIERRE: '
              WSV-TOT-INICIO-MES ' / ' WSV-TOT-ALTAS-MES ' / '
              WSV-TOT-BAJAS-MES ' / ' WSV-TOT-CIERRE.
