       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZM4MP001.
       AUTHOR. GESFOR (MEXICO), S.A. DE C.V.
       DATE-WRITTEN. MARZO 2025.
       DATE-COMPILED.
      *
      /
      ******************************************************************
      **                                                               *
      *   " S I V A   -   M E T A S   D E   P R O M O T O R E S "      *
      *                                                                *
      *  OBJETIVO: COMPARAR LO CAPTADO EN EL MES Y EN LO QUE VA DEL    *
      *            ANIO POR CADA PROMOTOR (HISTORICO DE DETALLE POR    *
      *            DONANTE DE ZM4DJ097) CONTRA LAS METAS MENSUAL Y     *
      *            ANUAL DEL CATALOGO DE METAS, CON PORCENTAJE         *
      *            ALCANZADO, FALTANTE A LA META ANUAL Y PROYECCION AL *
      *            CIERRE DEL ANIO AL RITMO ACTUAL, Y SUBTOTALES POR   *
      *            SUCURSAL PARA LA REVISION MENSUAL DE SUCURSALES.    *
      *                                                                *
      *  NOTA:     LA SUCURSAL Y EL PROMOTOR SON LOS DE LA CUENTA EN   *
      *            CUENTA. UNA SUCURSAL SIN META PROPIA ('S') SE MIDE  *
      *            CONTRA LA SUMA DE LAS METAS DE SUS PROMOTORES. LOS  *
      *            RECIBOS REVERSADOS NO CUENTAN COMO CAPTACION.       *
      *                                                                *
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
      *    MARCA      AUTOR    FECHA             DESCRIPCION           *
      * ----------- --------- -------- --------------------------------*
      * SDAT-40175I  XLR0921  30MAR25 VERSION INICIAL.                 *
      * SDAT-40175F  XLR0921                                           *
      * SDAT-40181I  XLR0921  11MAY25 EL HISTORICO DE DETALLE POR      *
      * SDAT-40181F  XLR0921          DONANTE ES UN KSDS (RFC+ANOMES+  *
      *                                IREF, 290 BYTES CON LA LLAVE AL *
      *                                FINAL); EL SORT LO TOMA COMPLETO*
      *                                Y LO ORDENA IGUAL QUE ANTES.    *
      *----------------------------------------------------------------*
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    TARJETA DE PARAMETROS: ANOMES DE LA CORRIDA
           SELECT ARCH-PARM-MP       ASSIGN TO UT-S-ZM4MP0P.
      *
      *    CATALOGO DE METAS POR PROMOTOR Y POR SUCURSAL
           SELECT ARCH-METAS         ASSIGN TO UT-S-ZM4MP0MT.
      *
      *    HISTORICO DE DETALLE POR DONANTE DE ZM4DJ097
      * SDAT-40181I
      *    (KSDS RFC + ANOMES + IREF)
           SELECT ARCH-HIST-MP       ASSIGN TO ZM4MP0HI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS HMP-LLAVE.
      * SDAT-40181F
      *
      *    ARCHIVO DE TRABAJO DEL SORT POR EMPRESA + CUENTA
           SELECT ARCH-SORT-MP       ASSIGN TO SORTWK01.
      *
      *    CAPTACION POR CUENTA (TRABAJO ENTRE LOS DOS SORTS)
           SELECT ARCH-ACUM          ASSIGN TO UT-S-ZM4MP0AC.
      *
      *    ARCHIVO DE TRABAJO DEL SORT POR SUCURSAL + PROMOTOR
           SELECT ARCH-SORT-PRM      ASSIGN TO SORTWK02.
      *
      *    REPORTE DE METAS PARA LA REVISION DE SUCURSALES
           SELECT ARCH-RPT-MP        ASSIGN TO UT-S-ZM4MP0RP.
      *
      /
      ******************************************************************
      *   DATA DIVISION                                                *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARCH-PARM-MP
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-PARM-MP
           RECORD CONTAINS 30 CHARACTERS.
       01  REG-PARM-MP.
           05 PARM-ANOMES-MP             PIC 9(06).
           05 FILLER REDEFINES PARM-ANOMES-MP.
              10 PARM-AA-MP              PIC 9(04).
              10 PARM-MM-MP              PIC 9(02).
           05 FILLER                     PIC X(24).
      *
      ******************************************************************
      *  CATALOGO DE METAS: TIPO 'P' PROMOTOR, 'S' SUCURSAL (IPROM EN  *
      *  CEROS); UN RENGLON POR EMPRESA/SUCURSAL/PROMOTOR Y ANIO       *
      ******************************************************************
       FD  ARCH-METAS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-METAS
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-METAS.
           05 MTA-TIPO                   PIC X(01).
              88 MTA-PROMOTOR                        VALUE 'P'.
              88 MTA-SUCURSAL                        VALUE 'S'.
           05 MTA-IEMPR                  PIC X(03).
           05 MTA-ISUCCASA               PIC X(03).
           05 MTA-IPROM                  PIC 9(04).
           05 MTA-ANIO                   PIC 9(04).
           05 MTA-META-MES               PIC 9(13)V9(02).
           05 MTA-META-ANUAL             PIC 9(13)V9(02).
           05 FILLER                     PIC X(35).
      *
      ******************************************************************
      *  HISTORICO DE DETALLE POR DONANTE (LAYOUT DE ZM4DJ097)         *
      ******************************************************************
       FD  ARCH-HIST-MP
           LABEL RECORD IS STANDARD
           DATA RECORD   IS  REG-HIST-MP
      * SDAT-40181I
           RECORD CONTAINS 290 CHARACTERS.
       01  REG-HIST-MP.
           05 FILLER                     PIC X(260).
           05 HMP-LLAVE                  PIC X(30).
      * SDAT-40181F
      *
      ******************************************************************
      *  ARCHIVO DE TRABAJO DEL SORT (EMPRESA + CUENTA + ANOMES)       *
      ******************************************************************
       SD  ARCH-SORT-MP
           DATA RECORD   IS  REG-SORT-MP
      * SDAT-40181I
           RECORD CONTAINS 290 CHARACTERS.
      * SDAT-40181F
       01  REG-SORT-MP.
           05 SRT-IEMPR                  PIC X(03).
           05 SRT-ANOMES                 PIC 9(06).
           05 SRT-CCTAINVPAT             PIC X(10).
      * SDAT-40181I
           05 FILLER                     PIC X(271).
      * SDAT-40181F
      *
      ******************************************************************
      *  CAPTACION POR CUENTA CON SU SUCURSAL Y PROMOTOR               *
      ******************************************************************
       FD  ARCH-ACUM
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-ACUM
           RECORD CONTAINS 60 CHARACTERS.
      *    EL LAYOUT ESTRUCTURADO VIVE EN WORKING STORAGE PORQUE EL
      *    SEGUNDO SORT LO REGRESA VIA RETURN CON EL ARCHIVO CERRADO
       01  REG-ACUM                      PIC X(60).
      *
      ******************************************************************
      *  ARCHIVO DE TRABAJO DEL SORT (EMPRESA + SUCURSAL + PROMOTOR)   *
      ******************************************************************
       SD  ARCH-SORT-PRM
           DATA RECORD   IS  REG-SORT-PRM
           RECORD CONTAINS 60 CHARACTERS.
       01  REG-SORT-PRM.
           05 SRP-IEMPR                  PIC X(03).
           05 SRP-ISUCCASA               PIC X(03).
           05 SRP-IPROM                  PIC 9(04).
           05 FILLER                     PIC X(50).
      *
       FD  ARCH-RPT-MP
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-RPT-MP
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-RPT-MP                    PIC X(132).
      *
      ******************************************************************
      *  WORKING STORAGE SECTION                                       *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *
       01 W000-PROG                  PIC X(08)       VALUE 'ZM4MP001'.
      *
       01 WS-VARIABLES.
          05 WS-SQLCODE              PIC -999        VALUE ZEROS.
      *
      ******************************************************************
      *  RENGLON DEL HISTORICO EN TURNO (LO ENTREGA EL SORT INTERNO)   *
      ******************************************************************
       01 WS-REG-HIST-MP.
           05 HDET-IEMPR                 PIC X(03).
           05 HDET-ANOMES                PIC 9(06).
           05 FILLER REDEFINES HDET-ANOMES.
              10 HDET-AA                 PIC 9(04).
              10 HDET-MM                 PIC 9(02).
           05 HDET-CCTAINVPAT            PIC X(10).
           05 HDET-IRFC                  PIC X(15).
           05 HDET-MONTO                 PIC 9(13)V9(02).
           05 HDET-FECHA                 PIC X(10).
           05 HDET-NOMBRE                PIC X(100).
           05 HDET-IREF                  PIC 9(09).
           05 HDET-UUID                  PIC X(36).
           05 HDET-EMAIL                 PIC X(50).
           05 HDET-ESTATUS-CFDI          PIC X(01).
              88 HDET-CFDI-VIGENTE                   VALUE ' '.
           05 FILLER                     PIC X(05).
      *
      ******************************************************************
      *  CAPTACION POR CUENTA EN TURNO (LAYOUT DE ARCH-ACUM); ORIGEN   *
      *  'H' DEL HISTORICO, 'M' RENGLON EN CEROS DE UNA META SIN       *
      *  CAPTACION                                                     *
      ******************************************************************
       01 WS-REG-ACUM.
           05 ACU-IEMPR                  PIC X(03).
           05 ACU-ISUCCASA               PIC X(03).
           05 ACU-IPROM                  PIC 9(04).
           05 ACU-MONTO-MES              PIC 9(15)V9(02).
           05 ACU-MONTO-ACUM             PIC 9(15)V9(02).
           05 ACU-ORIGEN                 PIC X(01).
           05 FILLER                     PIC X(15).
      *
       01 WS-FIN-HIST                PIC X(01)       VALUE 'N'.
          88 WS-FIN-HIST-SI                          VALUE 'S'.
          88 WS-FIN-HIST-NO                          VALUE 'N'.
       01 WS-FIN-ACUM                PIC X(01)       VALUE 'N'.
          88 WS-FIN-ACUM-SI                          VALUE 'S'.
       01 WS-FIN-METAS               PIC X(01)       VALUE 'N'.
          88 WS-FIN-METAS-SI                         VALUE 'S'.
      *
       01 WS-ANOMES-MP               PIC 9(06)       VALUE ZEROS.
       01 WS-AA-MP                   PIC 9(04)       VALUE ZEROS.
       01 WS-MM-MP                   PIC 9(02)       VALUE ZEROS.
      *
      ******************************************************************
      *  CATALOGO DE METAS DEL ANIO EN MEMORIA                         *
      ******************************************************************
       01 WSC-MAX-MTA                PIC 9(05)      VALUE 2000.
       01 WS-NUM-MTA                 PIC 9(05)      COMP VALUE ZEROS.
       01 WS-IX-MTA                  PIC 9(05)      COMP VALUE ZEROS.
       01 WS-KX-MTA                  PIC 9(05)      COMP VALUE ZEROS.
       01 TABLA-METAS.
          05 MTA-ENT                 OCCURS 2000 TIMES.
             10 MTA-E-LLAVE.
                15 MTA-E-TIPO        PIC X(01).
                15 MTA-E-IEMPR       PIC X(03).
                15 MTA-E-ISUCCASA    PIC X(03).
                15 MTA-E-IPROM       PIC 9(04).
             10 MTA-E-META-MES       PIC 9(13)V9(02).
             10 MTA-E-META-ANUAL     PIC 9(13)V9(02).
       01 WS-LLAVE-MTA.
          05 WS-LLAVE-MTA-TIPO       PIC X(01).
          05 WS-LLAVE-MTA-IEMPR      PIC X(03).
          05 WS-LLAVE-MTA-ISUCCASA   PIC X(03).
          05 WS-LLAVE-MTA-IPROM      PIC 9(04).
       01 WS-MTA-HALLADA             PIC X(01)      VALUE 'N'.
          88 WS-MTA-HALLADA-SI                      VALUE 'S'.
          88 WS-MTA-HALLADA-NO                      VALUE 'N'.
      *
      ******************************************************************
      *  ACUMULADOS DE LA CUENTA EN TURNO                              *
      ******************************************************************
       01 WS-LLAVE-CTA.
          05 WS-LLAVE-CTA-IEMPR      PIC X(03).
          05 WS-LLAVE-CTA-CCTAINVPAT PIC X(10).
       01 WS-LLAVE-CTA-ANT           PIC X(13)       VALUE LOW-VALUES.
       01 WS-CTA-IEMPR               PIC X(03)       VALUE SPACES.
       01 WS-CTA-CCTAINVPAT          PIC X(10)       VALUE SPACES.
       01 WS-CTA-MONTO-MES           PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-CTA-MONTO-ACUM          PIC 9(15)V9(02) VALUE ZEROS.
      *
      ******************************************************************
      *  CORTES DEL REPORTE Y ACUMULADOS POR PROMOTOR/SUCURSAL/TOTAL   *
      ******************************************************************
       01 WS-LLAVE-PRM.
          05 WS-LLAVE-PRM-IEMPR      PIC X(03).
          05 WS-LLAVE-PRM-ISUCCASA   PIC X(03).
          05 WS-LLAVE-PRM-IPROM      PIC 9(04).
       01 WS-LLAVE-PRM-ANT           PIC X(10)       VALUE LOW-VALUES.
       01 FILLER REDEFINES WS-LLAVE-PRM-ANT.
          05 WS-PRM-ANT-IEMPR        PIC X(03).
          05 WS-PRM-ANT-ISUCCASA     PIC X(03).
          05 WS-PRM-ANT-IPROM        PIC 9(04).
       01 WS-SUC-ANT                 PIC X(06)       VALUE LOW-VALUES.
       01 FILLER REDEFINES WS-SUC-ANT.
          05 WS-SUC-ANT-IEMPR        PIC X(03).
          05 WS-SUC-ANT-ISUCCASA     PIC X(03).
      *
       01 WS-PRM-REAL-MES            PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-PRM-REAL-ACUM           PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-SUC-REAL-MES            PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-SUC-REAL-ACUM           PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-SUC-META-MES            PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-SUC-META-ANUAL          PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-GRL-REAL-MES            PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-GRL-REAL-ACUM           PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-GRL-META-MES            PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-GRL-META-ANUAL          PIC 9(15)V9(02) VALUE ZEROS.
      *
      ******************************************************************
      *  OPERANDOS DEL CALCULO DE UN RENGLON DEL REPORTE               *
      ******************************************************************
       01 WS-CAL-REAL-MES            PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-CAL-META-MES            PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-CAL-REAL-ACUM           PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-CAL-META-ANUAL          PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-CAL-FALTANTE            PIC S9(15)V9(02) VALUE ZEROS.
       01 WS-CAL-PROYECCION          PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-CAL-PCT                 PIC 9(05)V9(01) VALUE ZEROS.
      *
       01 WS-CLAVE-PROM.
          05 FILLER                  PIC X(01)       VALUE SPACES.
          05 WS-CLA-IEMPR            PIC X(03).
          05 FILLER                  PIC X(01)       VALUE SPACES.
          05 WS-CLA-ISUCCASA         PIC X(03).
          05 FILLER                  PIC X(01)       VALUE SPACES.
          05 WS-CLA-IPROM            PIC 9(04).
          05 FILLER                  PIC X(01)       VALUE SPACES.
       01 WS-CLAVE-SUC.
          05 FILLER                  PIC X(01)       VALUE SPACES.
          05 WS-CLS-IEMPR            PIC X(03).
          05 FILLER                  PIC X(01)       VALUE SPACES.
          05 WS-CLS-ISUCCASA         PIC X(03).
          05 FILLER                  PIC X(06)       VALUE ' SUC. '.
      *
      ******************************************************************
      *  VARIABLES DB2 PARA CUENTA / ZMDT608                           *
      ******************************************************************
       01 WS-SQL-CCTAINVPAT          PIC X(10)       VALUE SPACES.
       01 WS-SQL-ICUENTA             PIC S9(09)      COMP VALUE ZEROS.
       01 WS-SQL-ISUCCASA            PIC X(03)       VALUE SPACES.
       01 WS-SQL-IPROM               PIC S9(04)      COMP VALUE ZEROS.
      *
      ******************************************************************
      *    VARIABLES DB2                                               *
      ******************************************************************
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      ******************************************************************
      *  CIFRAS DE CONTROL                                             *
      ******************************************************************
       01 WS-TOT-METAS-CARGADAS      PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-METAS-OTRO-ANIO     PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-REG-LEIDOS          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-REG-REVERSADOS      PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-REG-FUERA-PER       PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-CUENTAS             PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-SIN-SUCURSAL        PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-PROMOTORES          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-PROM-SIN-META       PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-SUCURSALES          PIC 9(09)       VALUE ZEROS.
      *
      ******************************************************************
      *  RENGLONES DEL REPORTE                                         *
      ******************************************************************
       01  M1-01-ENCA.
           05 FILLER                 PIC X(44) VALUE
             '   METAS DE CAPTACION POR PROMOTOR Y SUCURSA'.
           05 FILLER                 PIC X(20) VALUE
             'L         PERIODO   '.
           05 M1-01-ANOMES           PIC 9(06).
           05 FILLER                 PIC X(24) VALUE
             '   PROYECCION A 12 MESES'.
           05 FILLER                 PIC X(38) VALUE SPACES.
      *
       01  M1-02-ENCA.
           05 FILLER                 PIC X(14) VALUE
             ' EMP SUC PROM '.
           05 FILLER                 PIC X(15) VALUE
             '      REAL MES '.
           05 FILLER                 PIC X(15) VALUE
             '      META MES '.
           05 FILLER                 PIC X(08) VALUE
             '   %MES '.
           05 FILLER                 PIC X(15) VALUE
             ' ACUMULADO ANIO'.
           05 FILLER                 PIC X(15) VALUE
             '    META ANUAL '.
           05 FILLER                 PIC X(08) VALUE
             '  %ACUM '.
           05 FILLER                 PIC X(16) VALUE
             ' FALTANTE A META'.
           05 FILLER                 PIC X(15) VALUE
             '  PROYEC.CIERRE'.
           05 FILLER                 PIC X(07) VALUE
             '  %PROY'.
           05 FILLER                 PIC X(04) VALUE SPACES.
      *
       01  M1-03-ENCA.
           05 FILLER                 PIC X(132) VALUE ALL '-'.
      *
       01  M1-01-DETA.
           05 M1-01-DET-CLAVE        PIC X(14).
           05 M1-01-DET-REAL-MES     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 M1-01-DET-META-MES     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 M1-01-DET-PCT-MES      PIC ZZZZ9.9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 M1-01-DET-REAL-ACUM    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 M1-01-DET-META-ANUAL   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 M1-01-DET-PCT-ACUM     PIC ZZZZ9.9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 M1-01-DET-FALTANTE     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 M1-01-DET-PROYECCION   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 M1-01-DET-PCT-PROY     PIC ZZZZ9.9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 M1-01-DET-OBS          PIC X(03).
      *
       01  M1-01-TOTALES.
           05 FILLER                 PIC X(26) VALUE
              '*** CIFRAS DE CONTROL *** '.
           05 M1-01-TOT-TEXTO        PIC X(30).
           05 M1-01-TOT-CIFRA        PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(67) VALUE SPACES.
      *
       01  M1-ESPACIOS.
           05 FILLER                 PIC X(132) VALUE SPACES.
      *
      ******************************************************************
      *  PROCEDURE DIVISION                                            *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 005-ABRE-ARCHIVOS.
           PERFORM 008-CARGA-METAS.
           SORT ARCH-SORT-MP
                ON ASCENDING KEY SRT-IEMPR
                                 SRT-CCTAINVPAT
                                 SRT-ANOMES
                USING  ARCH-HIST-MP
                OUTPUT PROCEDURE IS 015-ACUMULA-CUENTAS.
           IF SORT-RETURN NOT = ZEROS
              DISPLAY W000-PROG ' FALLA EN EL SORT POR CUENTA, '
                      'SORT-RETURN=' SORT-RETURN
              PERFORM 999-ABORTA
           END-IF.
           CLOSE ARCH-ACUM.
           SORT ARCH-SORT-PRM
                ON ASCENDING KEY SRP-IEMPR
                                 SRP-ISUCCASA
                                 SRP-IPROM
                USING  ARCH-ACUM
                OUTPUT PROCEDURE IS 050-EMITE-REPORTE.
           IF SORT-RETURN NOT = ZEROS
              DISPLAY W000-PROG ' FALLA EN EL SORT POR PROMOTOR, '
                      'SORT-RETURN=' SORT-RETURN
              PERFORM 999-ABORTA
           END-IF.
           PERFORM 080-CIERRA-ARCHIVOS.
           PERFORM 999-TERMINA.
      *
      ******************************************************************
      *    ABRE ARCHIVOS Y VALIDA LA TARJETA DE PARAMETROS            *
      ******************************************************************
       005-ABRE-ARCHIVOS.
           OPEN INPUT  ARCH-PARM-MP.
           READ ARCH-PARM-MP            INTO REG-PARM-MP
                AT END
                   DISPLAY W000-PROG ' FALTA TARJETA DE PARAMETROS'
                   CLOSE ARCH-PARM-MP
                   PERFORM 999-ABORTA
           END-READ.
           CLOSE       ARCH-PARM-MP.
           IF PARM-ANOMES-MP IS NOT NUMERIC
           OR PARM-MM-MP < 01 OR PARM-MM-MP > 12
              DISPLAY W000-PROG ' PARAMETROS INVALIDOS: ANOMES='
                      PARM-ANOMES-MP
              PERFORM 999-ABORTA
           END-IF.
           MOVE PARM-ANOMES-MP          TO WS-ANOMES-MP.
           MOVE PARM-AA-MP              TO WS-AA-MP.
           MOVE PARM-MM-MP              TO WS-MM-MP.
      **** EL HISTORICO LO ABRE Y LEE EL SORT INTERNO (USING); EL
      **** ARCHIVO DE CAPTACION SE CIERRA ANTES DEL SEGUNDO SORT
           OPEN OUTPUT ARCH-ACUM.
           OPEN OUTPUT ARCH-RPT-MP.
       005-FIN.
           EXIT.
      *
      ******************************************************************
      *    CARGA A MEMORIA LAS METAS DEL ANIO DE LA CORRIDA           *
      ******************************************************************
       008-CARGA-METAS.
           OPEN INPUT  ARCH-METAS.
           PERFORM 009-LEE-META UNTIL WS-FIN-METAS-SI.
           CLOSE       ARCH-METAS.
       008-FIN.
           EXIT.
      *
       009-LEE-META.
           READ ARCH-METAS
                AT END MOVE 'S'         TO WS-FIN-METAS
                NOT AT END
                   IF MTA-ANIO NOT = WS-AA-MP
                      ADD 1             TO WS-TOT-METAS-OTRO-ANIO
                   ELSE
                      IF (NOT MTA-PROMOTOR AND NOT MTA-SUCURSAL)
                      OR MTA-META-MES   IS NOT NUMERIC
                      OR MTA-META-ANUAL IS NOT NUMERIC
                         DISPLAY W000-PROG ' META INVALIDA: '
                                 REG-METAS (1:45)
                         PERFORM 999-ABORTA
                      END-IF
                      IF WS-NUM-MTA NOT < WSC-MAX-MTA
                         DISPLAY W000-PROG ' CATALOGO DE METAS EXCEDE '
                                 'LA TABLA DE ' WSC-MAX-MTA
                         PERFORM 999-ABORTA
                      END-IF
                      ADD 1             TO WS-NUM-MTA
                      ADD 1             TO WS-TOT-METAS-CARGADAS
                      MOVE MTA-TIPO     TO MTA-E-TIPO     (WS-NUM-MTA)
                      MOVE MTA-IEMPR    TO MTA-E-IEMPR    (WS-NUM-MTA)
                      MOVE MTA-ISUCCASA TO MTA-E-ISUCCASA (WS-NUM-MTA)
                      IF MTA-SUCURSAL
                         MOVE ZEROS     TO MTA-E-IPROM    (WS-NUM-MTA)
                      ELSE
                         MOVE MTA-IPROM TO MTA-E-IPROM    (WS-NUM-MTA)
                      END-IF
                      MOVE MTA-META-MES TO MTA-E-META-MES (WS-NUM-MTA)
                      MOVE MTA-META-ANUAL
                                   TO MTA-E-META-ANUAL (WS-NUM-MTA)
                   END-IF
           END-READ.
       009-FIN.
           EXIT.
      *
      ******************************************************************
      *    PROCEDIMIENTO DE SALIDA DEL SORT POR EMPRESA + CUENTA: UN  *
      *    RENGLON DE CAPTACION POR CUENTA, Y AL FINAL UNO EN CEROS   *
      *    POR CADA META DE PROMOTOR PARA QUE EL PROMOTOR SIN         *
      *    CAPTACION TAMBIEN APAREZCA EN EL REPORTE                   *
      ******************************************************************
       015-ACUMULA-CUENTAS.
           PERFORM 010-LEE-HISTORICO.
           PERFORM 020-ACUMULA-RENGLON UNTIL WS-FIN-HIST-SI.
           IF WS-LLAVE-CTA-ANT NOT = LOW-VALUES
              PERFORM 030-GRABA-CUENTA
           END-IF.
           PERFORM 035-GRABA-META-EN-CEROS
              VARYING WS-IX-MTA FROM 1 BY 1
                UNTIL WS-IX-MTA > WS-NUM-MTA.
       015-FIN.
           EXIT.
      *
      ******************************************************************
      *    ENTREGA EL SIGUIENTE RENGLON VIGENTE DEL ANIO DE LA        *
      *    CORRIDA HASTA EL MES DE LA CORRIDA                         *
      ******************************************************************
       010-LEE-HISTORICO.
           PERFORM 011-LEE-REGISTRO.
           PERFORM 011-LEE-REGISTRO
              UNTIL WS-FIN-HIST-SI
                 OR (HDET-CFDI-VIGENTE
                     AND HDET-AA = WS-AA-MP
                     AND HDET-ANOMES NOT > WS-ANOMES-MP).
       010-FIN.
           EXIT.
      *
       011-LEE-REGISTRO.
           RETURN ARCH-SORT-MP        INTO WS-REG-HIST-MP
                AT END MOVE 'S'         TO WS-FIN-HIST
                NOT AT END
                   ADD 1                TO WS-TOT-REG-LEIDOS
                   IF NOT HDET-CFDI-VIGENTE
                      ADD 1             TO WS-TOT-REG-REVERSADOS
                   ELSE
                      IF HDET-AA NOT = WS-AA-MP
                      OR HDET-ANOMES > WS-ANOMES-MP
                         ADD 1          TO WS-TOT-REG-FUERA-PER
                      END-IF
                   END-IF
           END-RETURN.
       011-FIN.
           EXIT.
      *
      ******************************************************************
      *    ACUMULA EL RENGLON EN EL MES Y EN LO QUE VA DEL ANIO DE LA *
      *    CUENTA EN TURNO                                            *
      ******************************************************************
       020-ACUMULA-RENGLON.
           MOVE HDET-IEMPR              TO WS-LLAVE-CTA-IEMPR.
           MOVE HDET-CCTAINVPAT         TO WS-LLAVE-CTA-CCTAINVPAT.
           IF WS-LLAVE-CTA NOT = WS-LLAVE-CTA-ANT
              IF WS-LLAVE-CTA-ANT NOT = LOW-VALUES
                 PERFORM 030-GRABA-CUENTA
              END-IF
              MOVE WS-LLAVE-CTA         TO WS-LLAVE-CTA-ANT
              MOVE HDET-IEMPR           TO WS-CTA-IEMPR
              MOVE HDET-CCTAINVPAT      TO WS-CTA-CCTAINVPAT
              MOVE ZEROS                TO WS-CTA-MONTO-MES
              MOVE ZEROS                TO WS-CTA-MONTO-ACUM
           END-IF.
           ADD HDET-MONTO               TO WS-CTA-MONTO-ACUM.
           IF HDET-ANOMES = WS-ANOMES-MP
              ADD HDET-MONTO            TO WS-CTA-MONTO-MES
           END-IF.
           PERFORM 010-LEE-HISTORICO.
       020-FIN.
           EXIT.
      *
      ******************************************************************
      *    ESCRIBE LA CAPTACION DE LA CUENTA ANTERIOR CON SU SUCURSAL *
      *    Y PROMOTOR                                                 *
      ******************************************************************
       030-GRABA-CUENTA.
           ADD 1                        TO WS-TOT-CUENTAS.
           INITIALIZE                      WS-REG-ACUM.
           PERFORM 040-OBTIENE-SUCURSAL.
           MOVE WS-CTA-IEMPR            TO ACU-IEMPR.
           MOVE WS-CTA-MONTO-MES        TO ACU-MONTO-MES.
           MOVE WS-CTA-MONTO-ACUM       TO ACU-MONTO-ACUM.
           MOVE 'H'                     TO ACU-ORIGEN.
           WRITE REG-ACUM             FROM WS-REG-ACUM.
       030-FIN.
           EXIT.
      *
       035-GRABA-META-EN-CEROS.
           IF MTA-E-TIPO (WS-IX-MTA) = 'P'
              INITIALIZE                   WS-REG-ACUM
              MOVE MTA-E-IEMPR    (WS-IX-MTA) TO ACU-IEMPR
              MOVE MTA-E-ISUCCASA (WS-IX-MTA) TO ACU-ISUCCASA
              MOVE MTA-E-IPROM    (WS-IX-MTA) TO ACU-IPROM
              MOVE 'M'                  TO ACU-ORIGEN
              WRITE REG-ACUM          FROM WS-REG-ACUM
           END-IF.
       035-FIN.
           EXIT.
      *
      ******************************************************************
      *    SUCURSAL Y PROMOTOR DE LA CUENTA; UNA CUENTA PATRIMONIAL   *
      *    SE RESUELVE A ICUENTA VIA ZMDT608                          *
      ******************************************************************
       040-OBTIENE-SUCURSAL.
           MOVE SPACES                  TO ACU-ISUCCASA.
           MOVE ZEROS                   TO ACU-IPROM.
           MOVE ZEROS                   TO WS-SQL-ICUENTA.
           MOVE WS-CTA-CCTAINVPAT       TO WS-SQL-CCTAINVPAT.
           IF WS-SQL-CCTAINVPAT (1:3) = SPACES
              IF WS-SQL-CCTAINVPAT (4:7) IS NUMERIC
                 MOVE WS-SQL-CCTAINVPAT (4:7) TO WS-SQL-ICUENTA
              END-IF
           ELSE
              EXEC SQL
                 SELECT ZM608_NICUENTA
                   INTO :WS-SQL-ICUENTA
                   FROM ZMDT608
                  WHERE ZM608_CCTAINVPAT = :WS-SQL-CCTAINVPAT
                  FETCH FIRST ROW ONLY
                   WITH UR
              END-EXEC
              EVALUATE SQLCODE
                 WHEN ZEROS
                    CONTINUE
                 WHEN 100
                    MOVE ZEROS          TO WS-SQL-ICUENTA
                 WHEN OTHER
                    DISPLAY 'ERROR AL LEER  ZMDT608 '
                    DISPLAY 'ZM608-CCTAINVPAT ' WS-SQL-CCTAINVPAT
                    MOVE SQLCODE        TO WS-SQLCODE
                    DISPLAY 'SQLCODE ' WS-SQLCODE
                    DISPLAY 'SE TERMINA EL PROGRAMA                '
                    PERFORM 999-ABORTA
              END-EVALUATE
           END-IF.
           IF WS-SQL-ICUENTA = ZEROS
              ADD 1                     TO WS-TOT-SIN-SUCURSAL
           ELSE
              EXEC SQL
                 SELECT ISUCCASA,
                        VALUE(IPROM, 0)
                   INTO :WS-SQL-ISUCCASA,
                        :WS-SQL-IPROM
                   FROM CUENTA
                  WHERE ICUENTA = :WS-SQL-ICUENTA
                   WITH UR
              END-EXEC
              EVALUATE SQLCODE
                 WHEN ZEROS
                    MOVE WS-SQL-ISUCCASA TO ACU-ISUCCASA
                    MOVE WS-SQL-IPROM   TO ACU-IPROM
                 WHEN 100
                    ADD 1               TO WS-TOT-SIN-SUCURSAL
                 WHEN OTHER
                    DISPLAY 'ERROR AL LEER  CUENTA '
                    DISPLAY 'ICUENTA ' WS-SQL-ICUENTA
                    MOVE SQLCODE        TO WS-SQLCODE
                    DISPLAY 'SQLCODE ' WS-SQLCODE
                    DISPLAY 'SE TERMINA EL PROGRAMA                '
                    PERFORM 999-ABORTA
              END-EVALUATE
           END-IF.
       040-FIN.
           EXIT.
      *
      ******************************************************************
      *    PROCEDIMIENTO DE SALIDA DEL SORT POR SUCURSAL + PROMOTOR:  *
      *    UN RENGLON POR PROMOTOR, SUBTOTAL POR SUCURSAL Y TOTAL     *
      ******************************************************************
       050-EMITE-REPORTE.
           MOVE WS-ANOMES-MP            TO M1-01-ANOMES.
           WRITE REG-RPT-MP           FROM M1-01-ENCA AFTER PAGE.
           WRITE REG-RPT-MP           FROM M1-02-ENCA.
           WRITE REG-RPT-MP           FROM M1-03-ENCA.
           PERFORM 051-LEE-ACUMULADO.
           PERFORM 052-ACUMULA-PROMOTOR UNTIL WS-FIN-ACUM-SI.
           IF WS-LLAVE-PRM-ANT NOT = LOW-VALUES
              PERFORM 055-CIERRA-PROMOTOR
              PERFORM 057-CIERRA-SUCURSAL
           END-IF.
      *--- TOTAL GENERAL
           MOVE ' TOTAL GENERAL'        TO M1-01-DET-CLAVE.
           MOVE WS-GRL-REAL-MES         TO WS-CAL-REAL-MES.
           MOVE WS-GRL-META-MES         TO WS-CAL-META-MES.
           MOVE WS-GRL-REAL-ACUM        TO WS-CAL-REAL-ACUM.
           MOVE WS-GRL-META-ANUAL       TO WS-CAL-META-ANUAL.
           PERFORM 060-CALCULA-RENGLON.
           MOVE SPACES                  TO M1-01-DET-OBS.
           WRITE REG-RPT-MP           FROM M1-03-ENCA.
           WRITE REG-RPT-MP           FROM M1-01-DETA.
      *
           WRITE REG-RPT-MP           FROM M1-ESPACIOS.
           MOVE 'METAS CARGADAS DEL ANIO     :' TO M1-01-TOT-TEXTO.
           MOVE WS-TOT-METAS-CARGADAS   TO M1-01-TOT-CIFRA.
           WRITE REG-RPT-MP           FROM M1-01-TOTALES.
           MOVE 'CUENTAS CON CAPTACION       :' TO M1-01-TOT-TEXTO.
           MOVE WS-TOT-CUENTAS          TO M1-01-TOT-CIFRA.
           WRITE REG-RPT-MP           FROM M1-01-TOTALES.
           MOVE 'CUENTAS SIN SUCURSAL        :' TO M1-01-TOT-TEXTO.
           MOVE WS-TOT-SIN-SUCURSAL     TO M1-01-TOT-CIFRA.
           WRITE REG-RPT-MP           FROM M1-01-TOTALES.
           MOVE 'PROMOTORES REPORTADOS       :' TO M1-01-TOT-TEXTO.
           MOVE WS-TOT-PROMOTORES       TO M1-01-TOT-CIFRA.
           WRITE REG-RPT-MP           FROM M1-01-TOTALES.
           MOVE 'PROMOTORES SIN META (S/M)   :' TO M1-01-TOT-TEXTO.
           MOVE WS-TOT-PROM-SIN-META    TO M1-01-TOT-CIFRA.
           WRITE REG-RPT-MP           FROM M1-01-TOTALES.
           MOVE 'SUCURSALES REPORTADAS       :' TO M1-01-TOT-TEXTO.
           MOVE WS-TOT-SUCURSALES       TO M1-01-TOT-CIFRA.
           WRITE REG-RPT-MP           FROM M1-01-TOTALES.
       050-FIN.
           EXIT.
      *
       051-LEE-ACUMULADO.
           RETURN ARCH-SORT-PRM       INTO WS-REG-ACUM
                AT END MOVE 'S'         TO WS-FIN-ACUM
           END-RETURN.
       051-FIN.
           EXIT.
      *
       052-ACUMULA-PROMOTOR.
           MOVE ACU-IEMPR               TO WS-LLAVE-PRM-IEMPR.
           MOVE ACU-ISUCCASA            TO WS-LLAVE-PRM-ISUCCASA.
           MOVE ACU-IPROM               TO WS-LLAVE-PRM-IPROM.
           IF WS-LLAVE-PRM NOT = WS-LLAVE-PRM-ANT
              IF WS-LLAVE-PRM-ANT NOT = LOW-VALUES
                 PERFORM 055-CIERRA-PROMOTOR
                 IF WS-LLAVE-PRM (1:6) NOT = WS-SUC-ANT
                    PERFORM 057-CIERRA-SUCURSAL
                 END-IF
              END-IF
              MOVE WS-LLAVE-PRM         TO WS-LLAVE-PRM-ANT
              MOVE WS-LLAVE-PRM (1:6)   TO WS-SUC-ANT
              MOVE ZEROS                TO WS-PRM-REAL-MES
              MOVE ZEROS                TO WS-PRM-REAL-ACUM
           END-IF.
           ADD ACU-MONTO-MES            TO WS-PRM-REAL-MES.
           ADD ACU-MONTO-ACUM           TO WS-PRM-REAL-ACUM.
           PERFORM 051-LEE-ACUMULADO.
       052-FIN.
           EXIT.
      *
      ******************************************************************
      *    IMPRIME EL PROMOTOR ANTERIOR CONTRA SU META Y LO SUMA A LA *
      *    SUCURSAL                                                   *
      ******************************************************************
       055-CIERRA-PROMOTOR.
           ADD 1                        TO WS-TOT-PROMOTORES.
           MOVE 'P'                     TO WS-LLAVE-MTA-TIPO.
           MOVE WS-PRM-ANT-IEMPR        TO WS-LLAVE-MTA-IEMPR.
           MOVE WS-PRM-ANT-ISUCCASA     TO WS-LLAVE-MTA-ISUCCASA.
           MOVE WS-PRM-ANT-IPROM        TO WS-LLAVE-MTA-IPROM.
           PERFORM 058-BUSCA-META.
           MOVE WS-PRM-REAL-MES         TO WS-CAL-REAL-MES.
           MOVE WS-PRM-REAL-ACUM        TO WS-CAL-REAL-ACUM.
           MOVE SPACES                  TO M1-01-DET-OBS.
           IF WS-MTA-HALLADA-SI
              MOVE MTA-E-META-MES   (WS-KX-MTA) TO WS-CAL-META-MES
              MOVE MTA-E-META-ANUAL (WS-KX-MTA) TO WS-CAL-META-ANUAL
           ELSE
              ADD 1                     TO WS-TOT-PROM-SIN-META
              MOVE ZEROS                TO WS-CAL-META-MES
              MOVE ZEROS                TO WS-CAL-META-ANUAL
              MOVE 'S/M'                TO M1-01-DET-OBS
           END-IF.
           MOVE WS-PRM-ANT-IEMPR        TO WS-CLA-IEMPR.
           MOVE WS-PRM-ANT-ISUCCASA     TO WS-CLA-ISUCCASA.
           MOVE WS-PRM-ANT-IPROM        TO WS-CLA-IPROM.
           MOVE WS-CLAVE-PROM           TO M1-01-DET-CLAVE.
           PERFORM 060-CALCULA-RENGLON.
           WRITE REG-RPT-MP           FROM M1-01-DETA.
           ADD WS-CAL-REAL-MES          TO WS-SUC-REAL-MES.
           ADD WS-CAL-REAL-ACUM         TO WS-SUC-REAL-ACUM.
           ADD WS-CAL-META-MES          TO WS-SUC-META-MES.
           ADD WS-CAL-META-ANUAL        TO WS-SUC-META-ANUAL.
       055-FIN.
           EXIT.
      *
      ******************************************************************
      *    SUBTOTAL DE LA SUCURSAL ANTERIOR CONTRA SU META PROPIA O,  *
      *    SI NO TIENE, CONTRA LA SUMA DE LAS DE SUS PROMOTORES       *
      ******************************************************************
       057-CIERRA-SUCURSAL.
           ADD 1                        TO WS-TOT-SUCURSALES.
           MOVE 'S'                     TO WS-LLAVE-MTA-TIPO.
           MOVE WS-SUC-ANT-IEMPR        TO WS-LLAVE-MTA-IEMPR.
           MOVE WS-SUC-ANT-ISUCCASA     TO WS-LLAVE-MTA-ISUCCASA.
           MOVE ZEROS                   TO WS-LLAVE-MTA-IPROM.
           PERFORM 058-BUSCA-META.
           IF WS-MTA-HALLADA-SI
              MOVE MTA-E-META-MES   (WS-KX-MTA) TO WS-SUC-META-MES
              MOVE MTA-E-META-ANUAL (WS-KX-MTA) TO WS-SUC-META-ANUAL
           END-IF.
           MOVE WS-SUC-REAL-MES         TO WS-CAL-REAL-MES.
           MOVE WS-SUC-META-MES         TO WS-CAL-META-MES.
           MOVE WS-SUC-REAL-ACUM        TO WS-CAL-REAL-ACUM.
           MOVE WS-SUC-META-ANUAL       TO WS-CAL-META-ANUAL.
           MOVE WS-SUC-ANT-IEMPR        TO WS-CLS-IEMPR.
           MOVE WS-SUC-ANT-ISUCCASA     TO WS-CLS-ISUCCASA.
           MOVE WS-CLAVE-SUC            TO M1-01-DET-CLAVE.
           MOVE SPACES                  TO M1-01-DET-OBS.
           PERFORM 060-CALCULA-RENGLON.
           WRITE REG-RPT-MP           FROM M1-01-DETA.
           WRITE REG-RPT-MP           FROM M1-ESPACIOS.
           ADD WS-SUC-REAL-MES          TO WS-GRL-REAL-MES.
           ADD WS-SUC-REAL-ACUM         TO WS-GRL-REAL-ACUM.
           ADD WS-SUC-META-MES          TO WS-GRL-META-MES.
           ADD WS-SUC-META-ANUAL        TO WS-GRL-META-ANUAL.
           MOVE ZEROS                   TO WS-SUC-REAL-MES
                                           WS-SUC-REAL-ACUM
                                           WS-SUC-META-MES
                                           WS-SUC-META-ANUAL.
       057-FIN.
           EXIT.
      *
       058-BUSCA-META.
           MOVE 'N'                     TO WS-MTA-HALLADA.
           PERFORM 059-COMPARA-META
              VARYING WS-IX-MTA FROM 1 BY 1
                UNTIL WS-IX-MTA > WS-NUM-MTA
                   OR WS-MTA-HALLADA-SI.
       058-FIN.
           EXIT.
      *
       059-COMPARA-META.
           IF MTA-E-LLAVE (WS-IX-MTA) = WS-LLAVE-MTA
              SET WS-MTA-HALLADA-SI     TO TRUE
              MOVE WS-IX-MTA            TO WS-KX-MTA
           END-IF.
       059-FIN.
           EXIT.
      *
      ******************************************************************
      *    PORCENTAJES, FALTANTE A LA META ANUAL (NEGATIVO = META     *
      *    REBASADA) Y PROYECCION AL CIERRE: LO ACUMULADO ENTRE LOS   *
      *    MESES TRANSCURRIDOS POR DOCE                               *
      ******************************************************************
       060-CALCULA-RENGLON.
           MOVE WS-CAL-REAL-MES         TO M1-01-DET-REAL-MES.
           MOVE WS-CAL-META-MES         TO M1-01-DET-META-MES.
           MOVE WS-CAL-REAL-ACUM        TO M1-01-DET-REAL-ACUM.
           MOVE WS-CAL-META-ANUAL       TO M1-01-DET-META-ANUAL.
      *
           MOVE ZEROS                   TO WS-CAL-PCT.
           IF WS-CAL-META-MES > ZEROS
              COMPUTE WS-CAL-PCT ROUNDED =
                      WS-CAL-REAL-MES * 100 / WS-CAL-META-MES
                 ON SIZE ERROR MOVE 99999.9 TO WS-CAL-PCT
              END-COMPUTE
           END-IF.
           MOVE WS-CAL-PCT              TO M1-01-DET-PCT-MES.
      *
           MOVE ZEROS                   TO WS-CAL-PCT.
           IF WS-CAL-META-ANUAL > ZEROS
              COMPUTE WS-CAL-PCT ROUNDED =
                      WS-CAL-REAL-ACUM * 100 / WS-CAL-META-ANUAL
                 ON SIZE ERROR MOVE 99999.9 TO WS-CAL-PCT
              END-COMPUTE
           END-IF.
           MOVE WS-CAL-PCT              TO M1-01-DET-PCT-ACUM.
      *
           COMPUTE WS-CAL-FALTANTE = WS-CAL-META-ANUAL
                                   - WS-CAL-REAL-ACUM.
           MOVE WS-CAL-FALTANTE         TO M1-01-DET-FALTANTE.
      *
           COMPUTE WS-CAL-PROYECCION ROUNDED =
                   WS-CAL-REAL-ACUM * 12 / WS-MM-MP.
           MOVE WS-CAL-PROYECCION       TO M1-01-DET-PROYECCION.
           MOVE ZEROS                   TO WS-CAL-PCT.
           IF WS-CAL-META-ANUAL > ZEROS
              COMPUTE WS-CAL-PCT ROUNDED =
                      WS-CAL-PROYECCION * 100 / WS-CAL-META-ANUAL
                 ON SIZE ERROR MOVE 99999.9 TO WS-CAL-PCT
              END-COMPUTE
           END-IF.
           MOVE WS-CAL-PCT              TO M1-01-DET-PCT-PROY.
       060-FIN.
           EXIT.
      *
      ******************************************************************
      *    CIERRA ARCHIVOS                                            *
      ******************************************************************
       080-CIERRA-ARCHIVOS.
           CLOSE ARCH-RPT-MP.
       080-FIN.
           EXIT.
      *
      ******************************************************************
      *  ABORTA EL PROGRAMA
      ******************************************************************
       999-ABORTA.
           EXEC SQL
                ROLLBACK
           END-EXEC.
      *
           MOVE  16                     TO RETURN-CODE.
           DISPLAY 'TERMINACION ANORMAL DEL PROGRAMA'
      *
           GOBACK.
       999-ABORTA-FIN.
           EXIT.
      *
      ******************************************************************
      *  REGRESA EL CONTROL AL PROGRAMA LLAMADOR
      ******************************************************************
       999-TERMINA.
           DISPLAY W000-PROG ' CIFRAS DE CONTROL DE METAS DE PROMOTORES'
           DISPLAY W000-PROG '   METAS CARGADAS DEL ANIO  : '
                   WS-TOT-METAS-CARGADAS
           DISPLAY W000-PROG '   METAS DE OTRO ANIO       : '
                   WS-TOT-METAS-OTRO-ANIO
           DISPLAY W000-PROG '   RENGLONES LEIDOS         : '
                   WS-TOT-REG-LEIDOS
           DISPLAY W000-PROG '   RECIBOS REVERSADOS OMIT. : '
                   WS-TOT-REG-REVERSADOS
           DISPLAY W000-PROG '   FUERA DEL PERIODO        : '
                   WS-TOT-REG-FUERA-PER
           DISPLAY W000-PROG '   CUENTAS CON CAPTACION    : '
                   WS-TOT-CUENTAS
           DISPLAY W000-PROG '   SIN SUCURSAL/PROMOTOR    : '
                   WS-TOT-SIN-SUCURSAL
           DISPLAY W000-PROG '   PROMOTORES REPORTADOS    : '
                   WS-TOT-PROMOTORES
           DISPLAY W000-PROG '   PROMOTORES SIN META      : '
                   WS-TOT-PROM-SIN-META
           GOBACK.
       999-FIN.
           EXIT.
      *
      ******************************************************************
      *  TERMINA PROGRAMA ZM4MP001                                     *
      ******************************************************************
