      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. PAYROL08.
      *----------------------------------------------------------------*
      * Salario diario integrado (SDI) y movimientos afiliatorios del  *
      * IMSS por IDSE: calcula el SDI de cada empleado con su tarifa   *
      * por hora y el factor de integracion de sus prestaciones        *
      * (aguinaldo y prima vacacional segun antiguedad) y, al cierre   *
      * de cada bimestre, le suma la parte variable (tiempo extra que  *
      * excede el limite legal) tomada del maestro PAYMAST. Genera el  *
      * archivo de movimientos para el IDSE: altas de los empleados    *
      * nuevos de PAYROL03, bajas con su fecha y motivo y              *
      * modificaciones de salario cuando el SDI cambia. Lleva la       *
      * situacion IMSS de cada empleado y la bitacora de lo enviado,   *
      * donde se carga el acuse del IMSS; un movimiento rechazado se   *
      * regresa para que salga otra vez en la siguiente corrida.       *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE     ASSIGN TO IDSEPARM.
           SELECT EMP-FILE      ASSIGN TO EMPFILE.
           SELECT MAST-FILE     ASSIGN TO PAYMAST.
           SELECT AFIL-FILE     ASSIGN TO IMSSAFIL.
           SELECT ACUS-FILE     ASSIGN TO IDSEACUS.
           SELECT EST-IN        ASSIGN TO IDSEEST.
           SELECT EST-OUT       ASSIGN TO IDSEESTO.
           SELECT LOG-IN        ASSIGN TO IDSELOG.
           SELECT LOG-OUT       ASSIGN TO IDSELOGO.
           SELECT IDSE-FILE     ASSIGN TO IDSEMOV.
           SELECT PRINT-LINE    ASSIGN TO PRTLINE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *Tarjeta de parametros: anio y bimestre cuyo variable se integra
      *(bimestre cero cuando no es cierre de bimestre y se conserva el
      *variable vigente), fecha de los movimientos de modificacion,
      *registro patronal y jornada ordinaria (ocho horas si no viene)
       FD  PARM-FILE RECORDING MODE F.
       01 PARM-REC.
          05 PARM-ANIO             PIC 9(04).
          05 PARM-BIMESTRE         PIC 9(01).
          05 PARM-FECHA-MOV        PIC 9(08).
          05 PARM-REG-PATRONAL     PIC X(11).
          05 PARM-JORNADA          PIC X(02).
          05 PARM-JORNADA-NUM REDEFINES PARM-JORNADA
                                   PIC 9(02).
          05 FILLER                PIC X(54).

      *Maestro de empleados (mismo layout de 80 bytes de PAYROL03)
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

      *Maestro de historia de nomina (mismo layout que en PAYROL00)
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
          05 MAST-YTD              PIC X(66).
          05 MAST-NUM-CREDITO      PIC X(10).
          05 FILLER                PIC X(12).
      *Datos fiscales del ejercicio para el ajuste anual (PAYROL00)
          05 MAST-FISCAL           PIC X(160).
      *Fondo de ahorro y prestaciones del ejercicio (PAYROL00)
          05 MAST-PRESTACIONES     PIC X(40).
      *Tarifa y horas con que se pago cada mes (PAYROL00)
          05 MAST-BASE-SALARIAL.
             10 MAST-MES-BASE      OCCURS 12 TIMES.
                15 MAST-MES-TARIFA PIC 9(03).
                15 MAST-MES-HORAS  PIC 9(02).
      *Frecuencia de pago y quincenas del anio (PAYROL00)
          05 MAST-QUINCENAL        PIC X(2500).

      *Numero de seguridad social de los empleados por afiliar, lo
      *captura Recursos Humanos (DD DUMMY cuando no hay)
       FD  AFIL-FILE RECORDING MODE F.
       01 AFIL-REC.
          05 AF-NUMERO             PIC 9(05).
          05 AF-NSS                PIC X(11).
          05 FILLER                PIC X(64).

      *Acuse del IMSS a los movimientos enviados: 'A' aceptado,
      *'R' rechazado con su motivo (DD DUMMY cuando no hay)
       FD  ACUS-FILE RECORDING MODE F.
       01 ACUS-REC.
          05 AC-NUMERO             PIC 9(05).
          05 AC-TIPO               PIC X(02).
          05 AC-FECHA-MOV          PIC 9(08).
          05 AC-ESTATUS            PIC X(01).
             88 AC-ACEPTADO                    VALUE 'A'.
             88 AC-RECHAZADO                   VALUE 'R'.
          05 AC-FECHA-ACUSE        PIC 9(08).
          05 AC-MOTIVO             PIC X(30).
          05 FILLER                PIC X(26).

      *Situacion IMSS por empleado: estatus de afiliacion, ultimo SDI
      *enviado y parte variable vigente del SDI
       FD  EST-IN RECORDING MODE F.
       01 EST-REC-IN               PIC X(80).

       FD  EST-OUT RECORDING MODE F.
       01 EST-REC-OUT              PIC X(80).

      *Bitacora de movimientos enviados con el acuse del IMSS
       FD  LOG-IN RECORDING MODE F.
       01 LOG-REC-IN               PIC X(100).

       FD  LOG-OUT RECORDING MODE F.
       01 LOG-REC-OUT              PIC X(100).

      *Movimientos afiliatorios para el IDSE: '08' alta o reingreso,
      *'07' modificacion de salario, '02' baja
       FD  IDSE-FILE RECORDING MODE F.
       01 IDSE-REC.
          05 MV-REG-PATRONAL       PIC X(11).
          05 MV-NSS                PIC X(11).
          05 MV-NUMERO             PIC 9(05).
          05 MV-NOMBRE             PIC X(15).
          05 MV-TIPO               PIC X(02).
          05 MV-FECHA              PIC 9(08).
          05 MV-SDI                PIC 9(05)V99.
          05 MV-CAUSA-BAJA         PIC X(02).
          05 FILLER                PIC X(19).

      *Reporte de control de los movimientos
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

       01 FECHA-HORA-CORRIDA.
          10 WSV-FECHA-SISTEMA     PIC 9(08).

      ****** Parametros de la corrida
       01 WSV-PARAMETROS.
          10 WSV-ANIO              PIC 9(04)      VALUE ZEROS.
          10 WSV-BIMESTRE          PIC 9(01)      VALUE ZEROS.
          10 WSV-FECHA-MOV         PIC 9(08)      VALUE ZEROS.
          10 WSV-REG-PATRONAL      PIC X(11)      VALUE SPACES.
          10 WSV-MES-INI           PIC 9(02)      VALUE ZEROS.
          10 WSV-MES-FIN           PIC 9(02)      VALUE ZEROS.

      ****** Factores del SDI (LSS arts. 27 y 28, LFT arts. 76 y 87):
      ****** aguinaldo y prima vacacional integran la parte fija; del
      ****** tiempo extra solo integra el que excede el limite legal
      ****** (las horas triples). El SDI no baja del salario minimo ni
      ****** pasa de 25 UMA
       01 CONSTANTES.
          10 WSC-JORNADA           PIC 9(02)      VALUE 8.
          10 WSC-SEMANAS-MES       PIC 9(01)      VALUE 4.
          10 WSC-DIAS-SEMANA       PIC 9(01)      VALUE 5.
          10 WSC-TOPE-HRS-DOBLES   PIC 9(02)      VALUE 9.
          10 WSC-DIAS-AGUINALDO    PIC 9(02)      VALUE 15.
          10 WSC-PERC-PRIMA-VACA   PIC 9(01)V99   VALUE 0.25.
          10 WSC-DIAS-DEL-ANIO     PIC 9(03)      VALUE 365.
          10 WSC-UMA-DIARIA        PIC 9(04)V99   VALUE 108.57.
          10 WSC-UMAS-TOPE-SDI     PIC 9(02)      VALUE 25.
          10 WSC-SAL-MINIMO-DIARIO PIC 9(04)V99   VALUE 278.80.

      ****** Dias de vacaciones por anios cumplidos (LFT art. 76, la
      ****** misma tabla de PAYROL00): hasta N anios, dias
       01 WSC-TABLA-VACACIONES     PIC X(44)      VALUE
          '01120214031604180520102215242026252830303532'.
       01 FILLER REDEFINES WSC-TABLA-VACACIONES.
          10 WSC-VAC-RENGLON       OCCURS 11 TIMES.
             15 WSC-VAC-HASTA      PIC 9(02).
             15 WSC-VAC-DIAS       PIC 9(02).

      ****** Situacion IMSS de un empleado (mismo layout del archivo)
       01 WSV-REG-ESTADO.
          10 ES-NUMERO             PIC 9(05).
          10 ES-NSS                PIC X(11).
          10 ES-ESTATUS            PIC X(01).
             88 ES-AFILIADO                    VALUE 'A'.
             88 ES-DADO-DE-BAJA                VALUE 'B'.
             88 ES-SIN-AFILIAR                 VALUE ' '.
          10 ES-SDI                PIC 9(05)V99.
          10 ES-SDI-VARIABLE       PIC 9(05)V99.
          10 ES-TIPO-MOV           PIC X(02).
          10 ES-FECHA-MOV          PIC 9(08).
          10 FILLER                PIC X(39).

       01 TABLA-ESTADOS.
          10 WSC-MAX-EST           PIC 9(04)      VALUE 2000.
          10 WSV-NUM-EST           PIC 9(04)      VALUE ZEROS.
          10 WSV-IDX-EST           PIC 9(04)      VALUE ZEROS.
          10 WSV-KDX-EST           PIC 9(04)      VALUE ZEROS.
          10 EST-ENT               OCCURS 2000 TIMES.
             15 EST-REG            PIC X(80).

      ****** Movimiento de la bitacora (mismo layout del archivo)
       01 WSV-REG-BITACORA.
          10 LG-NUMERO             PIC 9(05).
          10 LG-NSS                PIC X(11).
          10 LG-TIPO               PIC X(02).
          10 LG-FECHA-MOV          PIC 9(08).
          10 LG-FECHA-ENVIO        PIC 9(08).
          10 LG-SDI                PIC 9(05)V99.
          10 LG-SDI-ANT            PIC 9(05)V99.
          10 LG-ESTATUS            PIC X(01).
             88 LG-PENDIENTE                   VALUE 'P'.
             88 LG-ACEPTADO                    VALUE 'A'.
             88 LG-RECHAZADO                   VALUE 'R'.
          10 LG-FECHA-ACUSE        PIC 9(08).
          10 LG-MOTIVO             PIC X(30).
          10 FILLER                PIC X(13).

      ****** Acuses del IMSS de esta corrida
       01 TABLA-ACUSES.
          10 WSC-MAX-ACU           PIC 9(04)      VALUE 2000.
          10 WSV-NUM-ACU           PIC 9(04)      VALUE ZEROS.
          10 WSV-IDX-ACU           PIC 9(04)      VALUE ZEROS.
          10 ACU-ENT               OCCURS 2000 TIMES.
             15 ACU-NUMERO         PIC 9(05).
             15 ACU-TIPO           PIC X(02).
             15 ACU-FECHA-MOV      PIC 9(08).
             15 ACU-ESTATUS        PIC X(01).
             15 ACU-FECHA-ACUSE    PIC 9(08).
             15 ACU-MOTIVO         PIC X(30).
             15 ACU-APLICADO       PIC X(01).

      ****** NSS capturados para los empleados por afiliar
       01 TABLA-AFILIACIONES.
          10 WSC-MAX-AFI           PIC 9(04)      VALUE 0500.
          10 WSV-NUM-AFI           PIC 9(04)      VALUE ZEROS.
          10 WSV-IDX-AFI           PIC 9(04)      VALUE ZEROS.
          10 AFI-ENT               OCCURS 500 TIMES.
             15 AFI-NUMERO         PIC 9(05).
             15 AFI-NSS            PIC X(11).

      ****** Parte variable diaria del bimestre por empleado
       01 TABLA-VARIABLES.
          10 WSC-MAX-VAR           PIC 9(04)      VALUE 1000.
          10 WSV-NUM-VAR           PIC 9(04)      VALUE ZEROS.
          10 WSV-IDX-VAR           PIC 9(04)      VALUE ZEROS.
          10 VAR-ENT               OCCURS 1000 TIMES.
             15 VAR-NUMERO         PIC 9(05).
             15 VAR-DIARIO         PIC 9(05)V99.

       01 VARIABLES.
          10 WSV-NUM-BUSCADO       PIC 9(05)      VALUE ZEROS.
          10 WSV-FECHA-REF         PIC 9(08)      VALUE ZEROS.
          10 FILLER REDEFINES WSV-FECHA-REF.
             15 WSV-REF-AA         PIC 9(04).
             15 WSV-REF-MMDD       PIC 9(04).
          10 WSV-FECHA-ING         PIC 9(08)      VALUE ZEROS.
          10 FILLER REDEFINES WSV-FECHA-ING.
             15 WSV-ING-AA         PIC 9(04).
             15 WSV-ING-MMDD       PIC 9(04).
          10 WSV-ANIOS-CUMPLIDOS   PIC S9(04)     VALUE ZEROS.
          10 WSV-ANTIGUEDAD        PIC 9(02)      VALUE ZEROS.
          10 WSV-VAC-IDX           PIC S9(02)     VALUE ZEROS.
          10 WSV-DIAS-VACACIONES   PIC 9(02)      VALUE ZEROS.
          10 WSV-HRS-ORD-DIA       PIC 9(02)      VALUE ZEROS.
          10 WSV-SAL-DIARIO        PIC 9(05)V99   VALUE ZEROS.
          10 WSV-FACTOR-INTEGRA    PIC 9(01)V9(04) VALUE ZEROS.
          10 WSV-SDI-FIJO          PIC 9(05)V99   VALUE ZEROS.
          10 WSV-SDI-VARIABLE      PIC 9(05)V99   VALUE ZEROS.
          10 WSV-SDI               PIC 9(05)V99   VALUE ZEROS.
          10 WSV-TOPE-SDI          PIC 9(05)V99   VALUE ZEROS.
          10 WSV-SDI-ANT           PIC 9(05)V99   VALUE ZEROS.
          10 WSV-NSS               PIC X(11)      VALUE SPACES.
          10 WSV-TIPO-MOV          PIC X(02)      VALUE SPACES.
          10 WSV-FECHA-MOVTO       PIC 9(08)      VALUE ZEROS.
          10 WSV-CAUSA-BAJA        PIC X(02)      VALUE SPACES.
          10 WSV-MES               PIC 9(02)      VALUE ZEROS.
          10 WSV-HRS-EXT-SEM       PIC 9(03)      VALUE ZEROS.
          10 WSV-HRS-TRIPLES-SEM   PIC 9(03)      VALUE ZEROS.
          10 WSV-VAR-IMPORTE       PIC 9(07)V99   VALUE ZEROS.
          10 WSV-VAR-DIAS          PIC 9(03)      VALUE ZEROS.

       01 CONTADORES.
          10 WSV-EMP-LEIDOS        PIC 9(05)      VALUE ZEROS.
          10 WSV-MAST-LEIDOS       PIC 9(05)      VALUE ZEROS.
          10 WSV-LOG-LEIDOS        PIC 9(07)      VALUE ZEROS.
          10 WSV-ACU-ACEPTADOS     PIC 9(05)      VALUE ZEROS.
          10 WSV-ACU-RECHAZADOS    PIC 9(05)      VALUE ZEROS.
          10 WSV-ACU-SIN-MOV       PIC 9(05)      VALUE ZEROS.
          10 WSV-MOV-ALTAS         PIC 9(05)      VALUE ZEROS.
          10 WSV-MOV-BAJAS         PIC 9(05)      VALUE ZEROS.
          10 WSV-MOV-MODIF         PIC 9(05)      VALUE ZEROS.
          10 WSV-SIN-NSS           PIC 9(05)      VALUE ZEROS.
          10 WSV-PENDIENTES        PIC 9(05)      VALUE ZEROS.

      ****** Renglones del reporte
       01 ENCABEZADO-IDSE.
          10 FILLER                PIC X(37)  VALUE
                'MOVIMIENTOS IDSE - REGISTRO PATRONAL '.
          10 EI-REG-PATRONAL       PIC X(11).
          10 FILLER                PIC X(07)  VALUE ' FECHA '.
          10 EI-FECHA              PIC 9(08).
          10 FILLER                PIC X(11)  VALUE ' BIMESTRE: '.
          10 EI-ANIO               PIC 9(04).
          10 FILLER                PIC X(01)  VALUE '/'.
          10 EI-BIMESTRE           PIC 9(01).
          10 FILLER                PIC X(20)  VALUE SPACES.

       01 DETALLE-MOVIMIENTO.
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DM-NUMERO             PIC 9(05).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DM-NOMBRE             PIC X(15).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DM-NSS                PIC X(11).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DM-TIPO               PIC X(02).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DM-DESCRIPCION        PIC X(12).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DM-FECHA              PIC 9(08).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DM-SDI-ANT            PIC ZZ,ZZ9.99.
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DM-SDI                PIC ZZ,ZZ9.99.
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DM-CAUSA              PIC X(02).
          10 FILLER                PIC X(18)  VALUE SPACES.

       01 DETALLE-AVISO.
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DA-NUMERO             PIC 9(05).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DA-TIPO               PIC X(02).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DA-FECHA              PIC 9(08).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DA-TEXTO              PIC X(30).
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 DA-MOTIVO             PIC X(30).
          10 FILLER                PIC X(20)  VALUE SPACES.

       01 TOTALES-IDSE.
          10 FILLER                PIC X(01)  VALUE SPACE.
          10 TI-TEXTO              PIC X(30).
          10 TI-CIFRA              PIC ZZZZZZ9.
          10 FILLER                PIC X(62)  VALUE SPACES.

      *------------------
       PROCEDURE DIVISION.
      *------------------
       ABRO-ARCHIVOS.
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD.
           OPEN INPUT  EMP-FILE.
           OPEN INPUT  LOG-IN.
           OPEN OUTPUT EST-OUT.
           OPEN OUTPUT LOG-OUT.
           OPEN OUTPUT IDSE-FILE.
           OPEN OUTPUT PRINT-LINE.
           PERFORM LEE-PARAMETROS.
           PERFORM CARGA-ESTADOS.
           PERFORM CARGA-AFILIACIONES.
           PERFORM CARGA-ACUSES.
           IF WSV-BIMESTRE NOT = ZEROS
              PERFORM CARGA-VARIABLES
           END-IF.

       PROCESO-PRINCIPAL.
           MOVE WSV-REG-PATRONAL  TO EI-REG-PATRONAL
           MOVE WSV-FECHA-MOV     TO EI-FECHA
           MOVE WSV-ANIO          TO EI-ANIO
           MOVE WSV-BIMESTRE      TO EI-BIMESTRE
           WRITE PRINT-REC FROM ENCABEZADO-IDSE
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC
           PERFORM APLICA-ACUSES
           PERFORM REPORTA-ACUSE-SIN-MOV
              VARYING WSV-IDX-ACU FROM 1 BY 1
                UNTIL WSV-IDX-ACU > WSV-NUM-ACU
           SET NO-FIN-FILE TO TRUE
           PERFORM UNTIL FIN-FILE
              READ EMP-FILE
                 AT END
                    SET FIN-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WSV-EMP-LEIDOS
                    PERFORM PROCESA-EMPLEADO
              END-READ
           END-PERFORM.

       CIERRO-Y-ACABO.
           PERFORM ESCRIBE-ESTADO
              VARYING WSV-IDX-EST FROM 1 BY 1
                UNTIL WSV-IDX-EST > WSV-NUM-EST.
           PERFORM ESCRIBE-TOTALES.
           CLOSE EMP-FILE.
           CLOSE LOG-IN.
           CLOSE EST-OUT.
           CLOSE LOG-OUT.
           CLOSE IDSE-FILE.
           CLOSE PRINT-LINE.
           GOBACK.

      ****** Sin tarjeta, con fecha o bimestre invalidos o sin registro
      ****** patronal no se generan movimientos
       LEE-PARAMETROS.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
              AT END
                 DISPLAY 'PAYROL08 FALTA LA TARJETA DE PARAMETROS'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-READ
           CLOSE PARM-FILE
           IF PARM-ANIO IS NOT NUMERIC
           OR PARM-BIMESTRE IS NOT NUMERIC
           OR PARM-BIMESTRE > 6
           OR PARM-FECHA-MOV IS NOT NUMERIC
           OR PARM-FECHA-MOV = ZEROS
           OR PARM-REG-PATRONAL = SPACES
              DISPLAY 'PAYROL08 TARJETA DE PARAMETROS INVALIDA: '
                 PARM-REC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PARM-ANIO         TO WSV-ANIO
           MOVE PARM-BIMESTRE     TO WSV-BIMESTRE
           MOVE PARM-FECHA-MOV    TO WSV-FECHA-MOV
           MOVE PARM-REG-PATRONAL TO WSV-REG-PATRONAL
           IF PARM-JORNADA IS NUMERIC
           AND PARM-JORNADA-NUM > ZEROS
              MOVE PARM-JORNADA-NUM TO WSC-JORNADA
           END-IF
           IF WSV-BIMESTRE NOT = ZEROS
              COMPUTE WSV-MES-FIN = WSV-BIMESTRE * 2
              COMPUTE WSV-MES-INI = WSV-MES-FIN - 1
           END-IF
           COMPUTE WSV-TOPE-SDI = WSC-UMA-DIARIA * WSC-UMAS-TOPE-SDI.

      ****** Situacion IMSS que dejo la corrida anterior
       CARGA-ESTADOS.
           OPEN INPUT EST-IN
           SET NO-FIN-FILE TO TRUE
           PERFORM UNTIL FIN-FILE
              READ EST-IN
                 AT END
                    SET FIN-FILE TO TRUE
                 NOT AT END
                    IF WSV-NUM-EST NOT < WSC-MAX-EST
                       DISPLAY 'PAYROL08 SITUACION IMSS EXCEDE LA '
                          'TABLA'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1 TO WSV-NUM-EST
                    MOVE EST-REC-IN TO EST-REG (WSV-NUM-EST)
              END-READ
           END-PERFORM
           CLOSE EST-IN.

       CARGA-AFILIACIONES.
           OPEN INPUT AFIL-FILE
           SET NO-FIN-FILE TO TRUE
           PERFORM UNTIL FIN-FILE
              READ AFIL-FILE
                 AT END
                    SET FIN-FILE TO TRUE
                 NOT AT END
                    IF WSV-NUM-AFI NOT < WSC-MAX-AFI
                       DISPLAY 'PAYROL08 AFILIACIONES EXCEDEN LA TABLA'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1 TO WSV-NUM-AFI
                    MOVE AF-NUMERO TO AFI-NUMERO (WSV-NUM-AFI)
                    MOVE AF-NSS    TO AFI-NSS    (WSV-NUM-AFI)
              END-READ
           END-PERFORM
           CLOSE AFIL-FILE.

       CARGA-ACUSES.
           OPEN INPUT ACUS-FILE
           SET NO-FIN-FILE TO TRUE
           PERFORM UNTIL FIN-FILE
              READ ACUS-FILE
                 AT END
                    SET FIN-FILE TO TRUE
                 NOT AT END
                    IF NOT AC-ACEPTADO AND NOT AC-RECHAZADO
                       DISPLAY 'PAYROL08 ACUSE CON ESTATUS INVALIDO: '
                          ACUS-REC
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                    END-IF
                    IF WSV-NUM-ACU NOT < WSC-MAX-ACU
                       DISPLAY 'PAYROL08 ACUSES EXCEDEN LA TABLA'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD 1 TO WSV-NUM-ACU
                    MOVE AC-NUMERO      TO ACU-NUMERO      (WSV-NUM-ACU)
                    MOVE AC-TIPO        TO ACU-TIPO        (WSV-NUM-ACU)
                    MOVE AC-FECHA-MOV   TO ACU-FECHA-MOV   (WSV-NUM-ACU)
                    MOVE AC-ESTATUS     TO ACU-ESTATUS     (WSV-NUM-ACU)
                    MOVE AC-FECHA-ACUSE TO ACU-FECHA-ACUSE (WSV-NUM-ACU)
                    MOVE AC-MOTIVO      TO ACU-MOTIVO      (WSV-NUM-ACU)
                    MOVE 'N'            TO ACU-APLICADO    (WSV-NUM-ACU)
              END-READ
           END-PERFORM
           CLOSE ACUS-FILE.

      ****** Parte variable del bimestre: por cada mes pagado se
      ****** recalcula el tiempo extra con la tarifa y las horas con
      ****** que se pago (igual que PAYROL00) y se toma solo el de
      ****** horas triples; el importe del bimestre entre los dias
      ****** pagados da el variable diario
       CARGA-VARIABLES.
           OPEN INPUT MAST-FILE
           SET NO-FIN-FILE TO TRUE
           PERFORM UNTIL FIN-FILE
              READ MAST-FILE
                 AT END
                    SET FIN-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WSV-MAST-LEIDOS
                    IF MAST-ANIO = WSV-ANIO
                       PERFORM CALCULA-VARIABLE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MAST-FILE.

       CALCULA-VARIABLE.
           MOVE ZEROS TO WSV-VAR-IMPORTE
           MOVE ZEROS TO WSV-VAR-DIAS
           PERFORM ACUMULA-VARIABLE-MES
              VARYING WSV-MES FROM WSV-MES-INI BY 1
                UNTIL WSV-MES > WSV-MES-FIN
           IF WSV-NUM-VAR NOT < WSC-MAX-VAR
              DISPLAY 'PAYROL08 MAESTRO EXCEDE LA TABLA DE VARIABLES'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1 TO WSV-NUM-VAR
           MOVE MAST-NUMERO TO VAR-NUMERO (WSV-NUM-VAR)
           IF WSV-VAR-DIAS = ZEROS
              MOVE ZEROS TO VAR-DIARIO (WSV-NUM-VAR)
           ELSE
              COMPUTE VAR-DIARIO (WSV-NUM-VAR) ROUNDED =
                 WSV-VAR-IMPORTE / WSV-VAR-DIAS
           END-IF.

       ACUMULA-VARIABLE-MES.
           IF MAST-MES-DIAS-PAG (WSV-MES) IS NUMERIC
           AND MAST-MES-DIAS-PAG (WSV-MES) > ZEROS
              ADD MAST-MES-DIAS-PAG (WSV-MES) TO WSV-VAR-DIAS
              IF MAST-MES-TARIFA (WSV-MES) IS NUMERIC
              AND MAST-MES-HORAS (WSV-MES) IS NUMERIC
              AND MAST-MES-HORAS (WSV-MES) > WSC-JORNADA
                 COMPUTE WSV-HRS-EXT-SEM =
                    (MAST-MES-HORAS (WSV-MES) - WSC-JORNADA)
                    * WSC-DIAS-SEMANA
                 IF WSV-HRS-EXT-SEM > WSC-TOPE-HRS-DOBLES
                    COMPUTE WSV-HRS-TRIPLES-SEM =
                       WSV-HRS-EXT-SEM - WSC-TOPE-HRS-DOBLES
                    COMPUTE WSV-VAR-IMPORTE = WSV-VAR-IMPORTE +
                       (WSV-HRS-TRIPLES-SEM * MAST-MES-TARIFA (WSV-MES)
                        * 3 * WSC-SEMANAS-MES)
                 END-IF
              END-IF
           END-IF.

      ****** Bitacora: cada movimiento pendiente toma el acuse del
      ****** IMSS que le corresponde (empleado, tipo y fecha); uno
      ****** rechazado regresa la situacion del empleado para que el
      ****** movimiento se genere otra vez
       APLICA-ACUSES.
           SET NO-FIN-FILE TO TRUE
           PERFORM UNTIL FIN-FILE
              READ LOG-IN INTO WSV-REG-BITACORA
                 AT END
                    SET FIN-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WSV-LOG-LEIDOS
                    IF LG-PENDIENTE
                       PERFORM BUSCA-ACUSE
                    END-IF
                    IF LG-PENDIENTE
                       ADD 1 TO WSV-PENDIENTES
                    END-IF
                    WRITE LOG-REC-OUT FROM WSV-REG-BITACORA
              END-READ
           END-PERFORM.

       BUSCA-ACUSE.
           SET WSV-NO-HALLADO TO TRUE
           PERFORM VARYING WSV-IDX-ACU FROM 1 BY 1
                     UNTIL WSV-IDX-ACU > WSV-NUM-ACU
                        OR WSV-HALLADO
              IF ACU-NUMERO (WSV-IDX-ACU)    = LG-NUMERO
              AND ACU-TIPO (WSV-IDX-ACU)     = LG-TIPO
              AND ACU-FECHA-MOV (WSV-IDX-ACU) = LG-FECHA-MOV
              AND ACU-APLICADO (WSV-IDX-ACU) = 'N'
                 SET WSV-HALLADO TO TRUE
                 PERFORM APLICA-ACUSE
              END-IF
           END-PERFORM.

       APLICA-ACUSE.
           MOVE 'S'                          TO
              ACU-APLICADO (WSV-IDX-ACU)
           MOVE ACU-ESTATUS (WSV-IDX-ACU)     TO LG-ESTATUS
           MOVE ACU-FECHA-ACUSE (WSV-IDX-ACU) TO LG-FECHA-ACUSE
           MOVE ACU-MOTIVO (WSV-IDX-ACU)      TO LG-MOTIVO
           IF LG-ACEPTADO
              ADD 1 TO WSV-ACU-ACEPTADOS
           ELSE
              ADD 1 TO WSV-ACU-RECHAZADOS
              PERFORM REGRESA-ESTADO
              MOVE LG-NUMERO    TO DA-NUMERO
              MOVE LG-TIPO      TO DA-TIPO
              MOVE LG-FECHA-MOV TO DA-FECHA
              MOVE 'RECHAZADO POR EL IMSS, SE REENVIA'
                                TO DA-TEXTO
              MOVE LG-MOTIVO    TO DA-MOTIVO
              WRITE PRINT-REC FROM DETALLE-AVISO
              MOVE 8 TO RETURN-CODE
           END-IF.

      ****** Alta rechazada: el empleado queda sin afiliar y sin NSS
      ****** (casi siempre es el NSS lo que esta mal y Recursos Humanos
      ****** lo vuelve a capturar); baja rechazada: sigue afiliado;
      ****** modificacion rechazada: vuelve el SDI anterior
       REGRESA-ESTADO.
           MOVE LG-NUMERO TO WSV-NUM-BUSCADO
           PERFORM UBICA-ESTADO
           IF WSV-HALLADO
              MOVE EST-REG (WSV-KDX-EST) TO WSV-REG-ESTADO
              EVALUATE LG-TIPO
                 WHEN '08'
                    MOVE SPACE  TO ES-ESTATUS
                    MOVE SPACES TO ES-NSS
                    MOVE ZEROS  TO ES-SDI
                 WHEN '02'
                    MOVE 'A'    TO ES-ESTATUS
                 WHEN OTHER
                    MOVE LG-SDI-ANT TO ES-SDI
              END-EVALUATE
              MOVE WSV-REG-ESTADO TO EST-REG (WSV-KDX-EST)
           END-IF.

       REPORTA-ACUSE-SIN-MOV.
           IF ACU-APLICADO (WSV-IDX-ACU) = 'N'
              ADD 1 TO WSV-ACU-SIN-MOV
              MOVE ACU-NUMERO (WSV-IDX-ACU)    TO DA-NUMERO
              MOVE ACU-TIPO (WSV-IDX-ACU)      TO DA-TIPO
              MOVE ACU-FECHA-MOV (WSV-IDX-ACU) TO DA-FECHA
              MOVE 'ACUSE SIN MOVIMIENTO PENDIENTE'
                                               TO DA-TEXTO
              MOVE ACU-MOTIVO (WSV-IDX-ACU)    TO DA-MOTIVO
              WRITE PRINT-REC FROM DETALLE-AVISO
              MOVE 8 TO RETURN-CODE
           END-IF.

       UBICA-ESTADO.
           SET WSV-NO-HALLADO TO TRUE
           PERFORM VARYING WSV-IDX-EST FROM 1 BY 1
                     UNTIL WSV-IDX-EST > WSV-NUM-EST
                        OR WSV-HALLADO
              IF EST-REG (WSV-IDX-EST) (1:5) = WSV-NUM-BUSCADO
                 SET WSV-HALLADO TO TRUE
                 MOVE WSV-IDX-EST TO WSV-KDX-EST
              END-IF
           END-PERFORM.

      ****** Empleado activo sin afiliar: alta con su fecha de ingreso;
      ****** activo ya afiliado: modificacion si su SDI cambio; dado de
      ****** baja en el maestro y afiliado: baja con fecha y motivo
       PROCESA-EMPLEADO.
           MOVE EMP-NUMERO TO WSV-NUM-BUSCADO
           PERFORM UBICA-ESTADO
           IF WSV-NO-HALLADO
              IF WSV-NUM-EST NOT < WSC-MAX-EST
                 DISPLAY 'PAYROL08 SITUACION IMSS EXCEDE LA TABLA'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WSV-NUM-EST
              MOVE WSV-NUM-EST TO WSV-KDX-EST
              INITIALIZE WSV-REG-ESTADO
              MOVE EMP-NUMERO  TO ES-NUMERO
              MOVE SPACE       TO ES-ESTATUS
              MOVE WSV-REG-ESTADO TO EST-REG (WSV-KDX-EST)
           END-IF
           MOVE EST-REG (WSV-KDX-EST) TO WSV-REG-ESTADO
           EVALUATE TRUE
              WHEN EMP-ACTIVO AND NOT ES-AFILIADO
                 PERFORM GENERA-ALTA
              WHEN EMP-ACTIVO
                 PERFORM GENERA-MODIFICACION
              WHEN EMP-BAJA AND ES-AFILIADO
                 PERFORM GENERA-BAJA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE WSV-REG-ESTADO TO EST-REG (WSV-KDX-EST).

      ****** Sin NSS no se puede afiliar: el alta espera a que Recursos
      ****** Humanos lo capture y sale en la siguiente corrida
       GENERA-ALTA.
           IF ES-NSS = SPACES
              PERFORM VARYING WSV-IDX-AFI FROM 1 BY 1
                        UNTIL WSV-IDX-AFI > WSV-NUM-AFI
                 IF AFI-NUMERO (WSV-IDX-AFI) = EMP-NUMERO
                    MOVE AFI-NSS (WSV-IDX-AFI) TO ES-NSS
                 END-IF
              END-PERFORM
           END-IF
           IF ES-NSS = SPACES
              ADD 1 TO WSV-SIN-NSS
              MOVE EMP-NUMERO      TO DA-NUMERO
              MOVE '08'            TO DA-TIPO
              MOVE EMP-FEC-INGRESO TO DA-FECHA
              MOVE 'ALTA PENDIENTE, FALTA EL NSS'
                                   TO DA-TEXTO
              MOVE EMP-NOMBRE      TO DA-MOTIVO
              WRITE PRINT-REC FROM DETALLE-AVISO
           ELSE
              MOVE EMP-FEC-INGRESO TO WSV-FECHA-REF
              MOVE ZEROS           TO WSV-SDI-VARIABLE
              PERFORM CALCULA-SDI
              MOVE ZEROS           TO WSV-SDI-ANT
              MOVE '08'            TO WSV-TIPO-MOV
              MOVE EMP-FEC-INGRESO TO WSV-FECHA-MOVTO
              MOVE SPACES          TO WSV-CAUSA-BAJA
              MOVE 'A'             TO ES-ESTATUS
              MOVE ZEROS           TO ES-SDI-VARIABLE
              PERFORM ESCRIBE-MOVIMIENTO
              ADD 1 TO WSV-MOV-ALTAS
           END-IF.

      ****** Al cierre de bimestre el variable se renueva con el del
      ****** maestro; fuera de cierre se conserva el vigente. La
      ****** antiguedad (y con ella los dias de vacaciones del factor)
      ****** se mide a la fecha de los movimientos
       GENERA-MODIFICACION.
           IF WSV-BIMESTRE = ZEROS
              MOVE ES-SDI-VARIABLE TO WSV-SDI-VARIABLE
           ELSE
              MOVE ZEROS TO WSV-SDI-VARIABLE
              PERFORM VARYING WSV-IDX-VAR FROM 1 BY 1
                        UNTIL WSV-IDX-VAR > WSV-NUM-VAR
                 IF VAR-NUMERO (WSV-IDX-VAR) = EMP-NUMERO
                    MOVE VAR-DIARIO (WSV-IDX-VAR) TO WSV-SDI-VARIABLE
                 END-IF
              END-PERFORM
           END-IF
           MOVE WSV-FECHA-MOV TO WSV-FECHA-REF
           PERFORM CALCULA-SDI
           MOVE WSV-SDI-VARIABLE TO ES-SDI-VARIABLE
           IF WSV-SDI NOT = ES-SDI
              MOVE ES-SDI         TO WSV-SDI-ANT
              MOVE '07'           TO WSV-TIPO-MOV
              MOVE WSV-FECHA-MOV  TO WSV-FECHA-MOVTO
              MOVE SPACES         TO WSV-CAUSA-BAJA
              PERFORM ESCRIBE-MOVIMIENTO
              ADD 1 TO WSV-MOV-MODIF
           END-IF.

       GENERA-BAJA.
           MOVE ES-SDI          TO WSV-SDI
           MOVE ES-SDI          TO WSV-SDI-ANT
           MOVE '02'            TO WSV-TIPO-MOV
           MOVE EMP-FEC-BAJA    TO WSV-FECHA-MOVTO
           MOVE EMP-MOTIVO-BAJA TO WSV-CAUSA-BAJA
           MOVE 'B'             TO ES-ESTATUS
           PERFORM ESCRIBE-MOVIMIENTO
           ADD 1 TO WSV-MOV-BAJAS.

      ****** SDI = salario diario por el factor de integracion, mas el
      ****** variable diario; con piso de salario minimo y tope de
      ****** 25 UMA
       CALCULA-SDI.
           IF EMP-HORAS > WSC-JORNADA
              MOVE WSC-JORNADA TO WSV-HRS-ORD-DIA
           ELSE
              MOVE EMP-HORAS TO WSV-HRS-ORD-DIA
           END-IF
           COMPUTE WSV-SAL-DIARIO =
              EMP-PAGO-POR-HORA * WSV-HRS-ORD-DIA
           MOVE EMP-FEC-INGRESO TO WSV-FECHA-ING
           COMPUTE WSV-ANIOS-CUMPLIDOS = WSV-REF-AA - WSV-ING-AA
           IF WSV-REF-MMDD < WSV-ING-MMDD
              SUBTRACT 1 FROM WSV-ANIOS-CUMPLIDOS
           END-IF
           IF WSV-ANIOS-CUMPLIDOS < ZEROS
              MOVE ZEROS TO WSV-ANIOS-CUMPLIDOS
           END-IF
      ****** Los dias del anio de servicio en curso: en el primero
      ****** cuentan los que se otorgan al cumplirlo
           COMPUTE WSV-ANTIGUEDAD = WSV-ANIOS-CUMPLIDOS + 1
           MOVE WSC-VAC-DIAS (11) TO WSV-DIAS-VACACIONES
           PERFORM VARYING WSV-VAC-IDX FROM 11 BY -1
                     UNTIL WSV-VAC-IDX < 1
              IF WSV-ANTIGUEDAD NOT > WSC-VAC-HASTA (WSV-VAC-IDX)
                 MOVE WSC-VAC-DIAS (WSV-VAC-IDX)
                    TO WSV-DIAS-VACACIONES
              END-IF
           END-PERFORM
           COMPUTE WSV-FACTOR-INTEGRA ROUNDED = 1 +
              ((WSC-DIAS-AGUINALDO
                + (WSV-DIAS-VACACIONES * WSC-PERC-PRIMA-VACA))
               / WSC-DIAS-DEL-ANIO)
           COMPUTE WSV-SDI-FIJO ROUNDED =
              WSV-SAL-DIARIO * WSV-FACTOR-INTEGRA
           COMPUTE WSV-SDI = WSV-SDI-FIJO + WSV-SDI-VARIABLE
           IF WSV-SDI < WSC-SAL-MINIMO-DIARIO
              MOVE WSC-SAL-MINIMO-DIARIO TO WSV-SDI
           END-IF
           IF WSV-SDI > WSV-TOPE-SDI
              MOVE WSV-TOPE-SDI TO WSV-SDI
           END-IF.

      ****** Movimiento al IDSE, renglon pendiente en la bitacora y la
      ****** situacion del empleado con lo enviado
       ESCRIBE-MOVIMIENTO.
           MOVE SPACES           TO IDSE-REC
           MOVE WSV-REG-PATRONAL TO MV-REG-PATRONAL
           MOVE ES-NSS           TO MV-NSS
           MOVE EMP-NUMERO       TO MV-NUMERO
           MOVE EMP-NOMBRE       TO MV-NOMBRE
           MOVE WSV-TIPO-MOV     TO MV-TIPO
           MOVE WSV-FECHA-MOVTO  TO MV-FECHA
           MOVE WSV-SDI          TO MV-SDI
           MOVE WSV-CAUSA-BAJA   TO MV-CAUSA-BAJA
           WRITE IDSE-REC
           INITIALIZE WSV-REG-BITACORA
           MOVE EMP-NUMERO        TO LG-NUMERO
           MOVE ES-NSS            TO LG-NSS
           MOVE WSV-TIPO-MOV      TO LG-TIPO
           MOVE WSV-FECHA-MOVTO   TO LG-FECHA-MOV
           MOVE WSV-FECHA-SISTEMA TO LG-FECHA-ENVIO
           MOVE WSV-SDI           TO LG-SDI
           MOVE WSV-SDI-ANT       TO LG-SDI-ANT
           SET LG-PENDIENTE       TO TRUE
           WRITE LOG-REC-OUT FROM WSV-REG-BITACORA
           MOVE WSV-SDI           TO ES-SDI
           MOVE WSV-TIPO-MOV      TO ES-TIPO-MOV
           MOVE WSV-FECHA-MOVTO   TO ES-FECHA-MOV
           MOVE EMP-NUMERO        TO DM-NUMERO
           MOVE EMP-NOMBRE        TO DM-NOMBRE
           MOVE ES-NSS            TO DM-NSS
           MOVE WSV-TIPO-MOV      TO DM-TIPO
           EVALUATE WSV-TIPO-MOV
              WHEN '08'
                 MOVE 'ALTA'         TO DM-DESCRIPCION
              WHEN '07'
                 MOVE 'MODIFICACION' TO DM-DESCRIPCION
              WHEN OTHER
                 MOVE 'BAJA'         TO DM-DESCRIPCION
           END-EVALUATE
           MOVE WSV-FECHA-MOVTO   TO DM-FECHA
           MOVE WSV-SDI-ANT       TO DM-SDI-ANT
           MOVE WSV-SDI           TO DM-SDI
           MOVE WSV-CAUSA-BAJA    TO DM-CAUSA
           WRITE PRINT-REC FROM DETALLE-MOVIMIENTO.

       ESCRIBE-ESTADO.
           WRITE EST-REC-OUT FROM EST-REG (WSV-IDX-EST).

       ESCRIBE-TOTALES.
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC
           MOVE SPACES TO TOTALES-IDSE
           MOVE 'EMPLEADOS LEIDOS            :' TO TI-TEXTO
           MOVE WSV-EMP-LEIDOS    TO TI-CIFRA
           WRITE PRINT-REC FROM TOTALES-IDSE
           MOVE 'ACUSES ACEPTADOS            :' TO TI-TEXTO
           MOVE WSV-ACU-ACEPTADOS TO TI-CIFRA
           WRITE PRINT-REC FROM TOTALES-IDSE
           MOVE 'ACUSES RECHAZADOS           :' TO TI-TEXTO
           MOVE WSV-ACU-RECHAZADOS TO TI-CIFRA
           WRITE PRINT-REC FROM TOTALES-IDSE
           MOVE 'ACUSES SIN MOVIMIENTO       :' TO TI-TEXTO
           MOVE WSV-ACU-SIN-MOV   TO TI-CIFRA
           WRITE PRINT-REC FROM TOTALES-IDSE
           MOVE 'ENVIADOS SIN ACUSE          :' TO TI-TEXTO
           MOVE WSV-PENDIENTES    TO TI-CIFRA
           WRITE PRINT-REC FROM TOTALES-IDSE
           MOVE 'ALTAS                       :' TO TI-TEXTO
           MOVE WSV-MOV-ALTAS     TO TI-CIFRA
           WRITE PRINT-REC FROM TOTALES-IDSE
           MOVE 'ALTAS PENDIENTES SIN NSS    :' TO TI-TEXTO
           MOVE WSV-SIN-NSS       TO TI-CIFRA
           WRITE PRINT-REC FROM TOTALES-IDSE
           MOVE 'MODIFICACIONES DE SALARIO   :' TO TI-TEXTO
           MOVE WSV-MOV-MODIF     TO TI-CIFRA
           WRITE PRINT-REC FROM TOTALES-IDSE
           MOVE 'BAJAS                       :' TO TI-TEXTO
           MOVE WSV-MOV-BAJAS     TO TI-CIFRA
           WRITE PRINT-REC FROM TOTALES-IDSE
           DISPLAY 'PAYROL08 ALTAS / MODIFICACIONES / BAJAS: '
              WSV-MOV-ALTAS ' / ' WSV-MOV-MODIF ' / ' WSV-MOV-BAJAS
           DISPLAY 'PAYROL08 ACUSES ACEPTADOS / RECHAZADOS: '
              WSV-ACU-ACEPTADOS ' / ' WSV-ACU-RECHAZADOS.
