       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZM4DP001.
       AUTHOR. GESFOR (MEXICO), S.A. DE C.V.
       DATE-WRITTEN. MARZO 2025.
       DATE-COMPILED.
      *
      /
      ******************************************************************
      **                                                               *
      *  " S I V A   -   D O N A N T E S   P E R D I D O S "           *
      *                                                                *
      *  OBJETIVO: REPORTE MENSUAL SOBRE EL HISTORICO DE DETALLE POR   *
      *            DONANTE DE ZM4DJ097 QUE COMPARA, POR RFC, LOS DOCE  *
      *            MESES QUE TERMINAN EN EL ANOMES DE LA CORRIDA       *
      *            CONTRA LOS MISMOS DOCE MESES DEL ANIO ANTERIOR Y    *
      *            LISTA TRES GRUPOS:                                  *
      *              1 PERDIDOS    - DONARON EN LOS DOCE MESES DEL     *
      *                              ANIO ANTERIOR Y NADA EN ESTOS     *
      *              2 EN DECLIVE  - SU TOTAL DE DOCE MESES CAYO MAS   *
      *                              DEL PORCENTAJE DE PARAMETRO       *
      *              3 PRIMERA VEZ - SU PRIMER DONATIVO EN EL          *
      *                              HISTORICO ES DEL MES DE CORRIDA   *
      *            CORTANDO POR SUCURSAL (ISUCCASA) Y PROMOTOR DE LA   *
      *            CUENTA MAS RECIENTE DEL DONANTE, PARA QUE CADA      *
      *            SUCURSAL LES LLAME.                                 *
      *                                                                *
      *  NOTA:     LOS RECIBOS REVERSADOS (ESTATUS CFDI NO BLANCO) NO  *
      *            CUENTAN COMO DONATIVO.                              *
      *                                                                *
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
      *    MARCA      AUTOR    FECHA             DESCRIPCION           *
      * ----------- --------- -------- --------------------------------*
      * SDAT-40172I  XLR0921  09MAR25 VERSION INICIAL.                 *
      * SDAT-40172F  XLR0921                                           *
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
      *    TARJETA DE PARAMETROS: ANOMES DE LA CORRIDA Y PORCENTAJE
      *    DE CAIDA QUE HACE A UN DONANTE 'EN DECLIVE'
           SELECT ARCH-PARM-DP       ASSIGN TO UT-S-ZM4DP0P.
      *
      *    HISTORICO DE DETALLE POR DONANTE DE ZM4DJ097
      * SDAT-40181I
      *    (KSDS RFC + ANOMES + IREF)
           SELECT ARCH-HIST-DP       ASSIGN TO ZM4DP0HI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS HDP-LLAVE.
      * SDAT-40181F
      *
      *    ARCHIVO DE TRABAJO DEL SORT POR RFC + ANOMES
           SELECT ARCH-SORT-DP       ASSIGN TO SORTWK01.
      *
      *    DONANTES CLASIFICADOS (TRABAJO ENTRE LOS DOS SORTS)
           SELECT ARCH-CLASIF        ASSIGN TO UT-S-ZM4DP0CL.
      *
      *    ARCHIVO DE TRABAJO DEL SORT POR SUCURSAL + PROMOTOR
           SELECT ARCH-SORT-RPT      ASSIGN TO SORTWK02.
      *
      *    REPORTE PARA LAS SUCURSALES
           SELECT ARCH-RPT-DP        ASSIGN TO UT-S-ZM4DP0RP.
      *
      /
      ******************************************************************
      *   DATA DIVISION                                                *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARCH-PARM-DP
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-PARM-DP
           RECORD CONTAINS 30 CHARACTERS.
       01  REG-PARM-DP.
           05 PARM-ANOMES-DP             PIC 9(06).
           05 FILLER REDEFINES PARM-ANOMES-DP.
              10 PARM-AA-DP              PIC 9(04).
              10 PARM-MM-DP              PIC 9(02).
           05 PARM-PCT-DP                PIC 9(03).
           05 FILLER                     PIC X(21).
      *
      ******************************************************************
      *  HISTORICO DE DETALLE POR DONANTE (LAYOUT DE ZM4DJ097)         *
      ******************************************************************
       FD  ARCH-HIST-DP
           LABEL RECORD IS STANDARD
           DATA RECORD   IS  REG-HIST-DP
      * SDAT-40181I
           RECORD CONTAINS 290 CHARACTERS.
       01  REG-HIST-DP.
           05 FILLER                     PIC X(260).
           05 HDP-LLAVE                  PIC X(30).
      * SDAT-40181F
      *
      ******************************************************************
      *  ARCHIVO DE TRABAJO DEL SORT (RFC + ANOMES)                    *
      ******************************************************************
       SD  ARCH-SORT-DP
           DATA RECORD   IS  REG-SORT-DP
      * SDAT-40181I
           RECORD CONTAINS 290 CHARACTERS.
      * SDAT-40181F
       01  REG-SORT-DP.
           05 SRT-IEMPR                  PIC X(03).
           05 SRT-ANOMES                 PIC 9(06).
           05 SRT-CCTAINVPAT             PIC X(10).
           05 SRT-IRFC                   PIC X(15).
      * SDAT-40181I
           05 FILLER                     PIC X(256).
      * SDAT-40181F
      *
      ******************************************************************
      *  DONANTE CLASIFICADO: TIPO '1' PERDIDO, '2' EN DECLIVE,        *
      *  '3' PRIMERA VEZ                                               *
      ******************************************************************
       FD  ARCH-CLASIF
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-CLASIF
           RECORD CONTAINS 150 CHARACTERS.
      *    EL LAYOUT ESTRUCTURADO VIVE EN WORKING STORAGE PORQUE EL
      *    SEGUNDO SORT LO REGRESA VIA RETURN CON EL ARCHIVO CERRADO
       01  REG-CLASIF                    PIC X(150).
      *
      ******************************************************************
      *  ARCHIVO DE TRABAJO DEL SORT (SUCURSAL + PROMOTOR + TIPO)      *
      ******************************************************************
       SD  ARCH-SORT-RPT
           DATA RECORD   IS  REG-SORT-RPT
           RECORD CONTAINS 150 CHARACTERS.
       01  REG-SORT-RPT.
           05 SRR-ISUCCASA               PIC X(03).
           05 SRR-IPROM                  PIC 9(04).
           05 SRR-TIPO                   PIC X(01).
           05 SRR-IRFC                   PIC X(15).
           05 FILLER                     PIC X(127).
      *
       FD  ARCH-RPT-DP
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-RPT-DP
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-RPT-DP                    PIC X(132).
      *
      ******************************************************************
      *  WORKING STORAGE SECTION                                       *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *
       01 W000-PROG                  PIC X(08)       VALUE 'ZM4DP001'.
      *
       01 WS-VARIABLES.
          05 WS-SQLCODE              PIC -999        VALUE ZEROS.
      *
      ******************************************************************
      *  RENGLON DEL HISTORICO EN TURNO (LO ENTREGA EL SORT INTERNO)   *
      ******************************************************************
       01 WS-REG-HIST-DP.
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
      *  DONANTE CLASIFICADO EN TURNO (LAYOUT DE ARCH-CLASIF)          *
      ******************************************************************
       01 WS-REG-CLASIF.
           05 CLS-ISUCCASA               PIC X(03).
           05 CLS-IPROM                  PIC 9(04).
           05 CLS-TIPO                   PIC X(01).
              88 CLS-PERDIDO                         VALUE '1'.
              88 CLS-EN-DECLIVE                      VALUE '2'.
              88 CLS-PRIMERA-VEZ                     VALUE '3'.
           05 CLS-IRFC                   PIC X(15).
           05 CLS-NOMBRE                 PIC X(40).
           05 CLS-IEMPR                  PIC X(03).
           05 CLS-CCTAINVPAT             PIC X(10).
           05 CLS-MONTO-ANT              PIC 9(13)V9(02).
           05 CLS-MONTO-ACT              PIC 9(13)V9(02).
           05 CLS-PCT-CAIDA              PIC 9(03)V9(02).
           05 CLS-MESES-ANT              PIC 9(02).
           05 CLS-MESES-ACT              PIC 9(02).
           05 CLS-ULT-ANOMES             PIC 9(06).
           05 FILLER                     PIC X(29).
      *
       01 WS-FIN-HIST                PIC X(01)       VALUE 'N'.
          88 WS-FIN-HIST-SI                          VALUE 'S'.
          88 WS-FIN-HIST-NO                          VALUE 'N'.
       01 WS-FIN-CLASIF              PIC X(01)       VALUE 'N'.
          88 WS-FIN-CLASIF-SI                        VALUE 'S'.
      *
      ******************************************************************
      *  PARAMETROS Y VENTANAS DE DOCE MESES (MES ABSOLUTO = AA*12+MM) *
      ******************************************************************
       01 WS-ANOMES-DP               PIC 9(06)       VALUE ZEROS.
       01 WS-PCT-DP                  PIC 9(03)       VALUE ZEROS.
       01 WS-MES-ABS-PARM            PIC 9(07)      COMP VALUE ZEROS.
       01 WS-MES-ABS-HIST            PIC 9(07)      COMP VALUE ZEROS.
       01 WS-DISTANCIA               PIC S9(07)     COMP VALUE ZEROS.
      *
      ******************************************************************
      *  ACUMULADOS DEL DONANTE EN TURNO                               *
      ******************************************************************
       01 WS-IRFC-ANT                PIC X(15)       VALUE LOW-VALUES.
       01 WS-DON-NOMBRE              PIC X(40)       VALUE SPACES.
       01 WS-DON-IEMPR               PIC X(03)       VALUE SPACES.
       01 WS-DON-CCTAINVPAT          PIC X(10)       VALUE SPACES.
       01 WS-DON-PRIMER-ANOMES       PIC 9(06)       VALUE ZEROS.
       01 WS-DON-ULT-ANOMES          PIC 9(06)       VALUE ZEROS.
       01 WS-DON-MONTO-ACT           PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-DON-MONTO-ANT           PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-DON-RENGLONES           PIC 9(05)       VALUE ZEROS.
       01 WS-IX-MES                  PIC 9(03)      COMP VALUE ZEROS.
       01 TABLA-MESES-DON.
          05 MES-DON                 OCCURS 24 TIMES.
             10 MES-DON-DONO         PIC X(01).
       01 WS-MESES-ACT               PIC 9(02)       VALUE ZEROS.
       01 WS-MESES-ANT               PIC 9(02)       VALUE ZEROS.
       01 WS-CAIDA                   PIC S9(15)V9(02) VALUE ZEROS.
       01 WS-PCT-CAIDA               PIC 9(03)V9(02) VALUE ZEROS.
      *
      ******************************************************************
      *  CORTES DEL REPORTE                                            *
      ******************************************************************
       01 WS-LLAVE-RPT.
          05 WS-LLAVE-RPT-ISUCCASA   PIC X(03).
          05 WS-LLAVE-RPT-IPROM      PIC 9(04).
       01 WS-LLAVE-RPT-ANT           PIC X(07)       VALUE LOW-VALUES.
       01 WS-TIPO-ANT                PIC X(01)       VALUE LOW-VALUES.
       01 WS-CTA-GRUPO               PIC 9(07)       VALUE ZEROS.
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
       01 WS-TOT-REG-LEIDOS          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-REG-REVERSADOS      PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-DONANTES            PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-PERDIDOS            PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-EN-DECLIVE          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-PRIMERA-VEZ         PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-SIN-SUCURSAL        PIC 9(09)       VALUE ZEROS.
      *
      ******************************************************************
      *  RENGLONES DEL REPORTE                                         *
      ******************************************************************
       01  L1-01-ENCA.
           05 FILLER                 PIC X(44) VALUE
             '   DONANTES PERDIDOS, EN DECLIVE Y DE PRIMER'.
           05 FILLER                 PIC X(20) VALUE
             'A VEZ       PERIODO '.
           05 L1-01-ANOMES           PIC 9(06).
           05 FILLER                 PIC X(18) VALUE
             '   CAIDA MAYOR A '.
           05 L1-01-PCT              PIC ZZ9.
           05 FILLER                 PIC X(41) VALUE ' %'.
      *
       01  L1-02-SUCURSAL.
           05 FILLER                 PIC X(12) VALUE ' SUCURSAL: '.
           05 L1-02-ISUCCASA         PIC X(03).
           05 FILLER                 PIC X(13) VALUE '   PROMOTOR: '.
           05 L1-02-IPROM            PIC 9999.
           05 FILLER                 PIC X(100) VALUE SPACES.
      *
       01  L1-03-GRUPO.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 L1-03-TIPO             PIC X(40).
           05 FILLER                 PIC X(89) VALUE SPACES.
      *
       01  L1-04-ENCA.
           05 FILLER                 PIC X(44) VALUE
             '   RFC             NOMBRE                   '.
           05 FILLER                 PIC X(44) VALUE
             '                EMP CTA.INVPAT 12 MESES ANT.'.
           05 FILLER                 PIC X(44) VALUE
             ' MS 12 MESES ACT. MS CAIDA%  ULTMES         '.
      *
       01  L1-05-ENCA.
           05 FILLER                 PIC X(132) VALUE ALL '-'.
      *
       01  L1-01-DETA.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 L1-01-DET-IRFC         PIC X(15).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 L1-01-DET-NOMBRE       PIC X(40).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 L1-01-DET-IEMPR        PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 L1-01-DET-CCTA         PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 L1-01-DET-MONTO-ANT    PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 L1-01-DET-MESES-ANT    PIC Z9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 L1-01-DET-MONTO-ACT    PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 L1-01-DET-MESES-ACT    PIC Z9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 L1-01-DET-PCT          PIC ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 L1-01-DET-ULT-ANOMES   PIC 9(06).
           05 FILLER                 PIC X(09) VALUE SPACES.
      *
       01  L1-06-SUBTOTAL.
           05 FILLER                 PIC X(06) VALUE SPACES.
           05 FILLER                 PIC X(20) VALUE
              'DONANTES DEL GRUPO: '.
           05 L1-06-CTA              PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(99) VALUE SPACES.
      *
       01  L1-01-TOTALES.
           05 FILLER                 PIC X(26) VALUE
              '*** CIFRAS DE CONTROL *** '.
           05 L1-01-TOT-TEXTO        PIC X(30).
           05 L1-01-TOT-CIFRA        PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(67) VALUE SPACES.
      *
       01  L1-ESPACIOS.
           05 FILLER                 PIC X(132) VALUE SPACES.
      *
      ******************************************************************
      *  PROCEDURE DIVISION                                            *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 005-ABRE-ARCHIVOS.
           SORT ARCH-SORT-DP
                ON ASCENDING KEY SRT-IRFC
                                 SRT-ANOMES
                USING  ARCH-HIST-DP
                OUTPUT PROCEDURE IS 015-CLASIFICA-DONANTES.
           IF SORT-RETURN NOT = ZEROS
              DISPLAY W000-PROG ' FALLA EN EL SORT POR RFC, '
                      'SORT-RETURN=' SORT-RETURN
              PERFORM 999-ABORTA
           END-IF.
           CLOSE ARCH-CLASIF.
           SORT ARCH-SORT-RPT
                ON ASCENDING KEY SRR-ISUCCASA
                                 SRR-IPROM
                                 SRR-TIPO
                                 SRR-IRFC
                USING  ARCH-CLASIF
                OUTPUT PROCEDURE IS 050-EMITE-REPORTE.
           IF SORT-RETURN NOT = ZEROS
              DISPLAY W000-PROG ' FALLA EN EL SORT POR SUCURSAL, '
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
           OPEN INPUT  ARCH-PARM-DP.
           READ ARCH-PARM-DP            INTO REG-PARM-DP
                AT END
                   DISPLAY W000-PROG ' FALTA TARJETA DE PARAMETROS'
                   CLOSE ARCH-PARM-DP
                   PERFORM 999-ABORTA
           END-READ.
           CLOSE       ARCH-PARM-DP.
           IF PARM-ANOMES-DP IS NOT NUMERIC
           OR PARM-MM-DP < 01 OR PARM-MM-DP > 12
           OR PARM-PCT-DP IS NOT NUMERIC
           OR PARM-PCT-DP = ZEROS
           OR PARM-PCT-DP > 100
              DISPLAY W000-PROG ' PARAMETROS INVALIDOS: ANOMES='
                      PARM-ANOMES-DP ' PORCENTAJE=' PARM-PCT-DP
              PERFORM 999-ABORTA
           END-IF.
           MOVE PARM-ANOMES-DP          TO WS-ANOMES-DP.
           MOVE PARM-PCT-DP             TO WS-PCT-DP.
           COMPUTE WS-MES-ABS-PARM = PARM-AA-DP * 12 + PARM-MM-DP.
      **** EL HISTORICO LO ABRE Y LEE EL SORT INTERNO (USING); EL
      **** ARCHIVO DE CLASIFICADOS SE CIERRA ANTES DEL SEGUNDO SORT
           OPEN OUTPUT ARCH-CLASIF.
           OPEN OUTPUT ARCH-RPT-DP.
       005-FIN.
           EXIT.
      *
      ******************************************************************
      *    PROCEDIMIENTO DE SALIDA DEL SORT POR RFC + ANOMES           *
      ******************************************************************
       015-CLASIFICA-DONANTES.
           PERFORM 010-LEE-HISTORICO.
           PERFORM 020-ACUMULA-RENGLON UNTIL WS-FIN-HIST-SI.
           IF WS-IRFC-ANT NOT = LOW-VALUES
              PERFORM 030-CLASIFICA-DONANTE
           END-IF.
       015-FIN.
           EXIT.
      *
      ******************************************************************
      *    ENTREGA EL SIGUIENTE RENGLON VIGENTE CON RFC Y DE UN MES   *
      *    NO POSTERIOR AL DE LA CORRIDA                              *
      ******************************************************************
       010-LEE-HISTORICO.
           PERFORM 011-LEE-REGISTRO.
           PERFORM 011-LEE-REGISTRO
              UNTIL WS-FIN-HIST-SI
                 OR (HDET-IRFC NOT = SPACES
                     AND HDET-CFDI-VIGENTE
                     AND HDET-ANOMES NOT > WS-ANOMES-DP).
       010-FIN.
           EXIT.
      *
       011-LEE-REGISTRO.
           RETURN ARCH-SORT-DP        INTO WS-REG-HIST-DP
                AT END MOVE 'S'         TO WS-FIN-HIST
                NOT AT END
                   ADD 1                TO WS-TOT-REG-LEIDOS
                   IF NOT HDET-CFDI-VIGENTE
                      ADD 1             TO WS-TOT-REG-REVERSADOS
                   END-IF
           END-RETURN.
       011-FIN.
           EXIT.
      *
      ******************************************************************
      *    ACUMULA EL RENGLON EN LA VENTANA QUE LE TOCA: DISTANCIA 0  *
      *    A 11 MESES ES EL PERIODO ACTUAL, 12 A 23 EL DEL ANIO       *
      *    ANTERIOR. EL HISTORICO VIENE POR ANOMES ASCENDENTE, ASI    *
      *    QUE EL PRIMER RENGLON DEL RFC ES SU PRIMER DONATIVO Y EL   *
      *    ULTIMO DEJA LA CUENTA MAS RECIENTE                         *
      ******************************************************************
       020-ACUMULA-RENGLON.
           IF HDET-IRFC NOT = WS-IRFC-ANT
              IF WS-IRFC-ANT NOT = LOW-VALUES
                 PERFORM 030-CLASIFICA-DONANTE
              END-IF
              MOVE HDET-IRFC            TO WS-IRFC-ANT
              MOVE HDET-ANOMES          TO WS-DON-PRIMER-ANOMES
              MOVE ZEROS                TO WS-DON-MONTO-ACT
              MOVE ZEROS                TO WS-DON-MONTO-ANT
              MOVE ZEROS                TO WS-DON-RENGLONES
              MOVE SPACES               TO TABLA-MESES-DON
           END-IF.
           ADD 1                        TO WS-DON-RENGLONES.
           MOVE HDET-ANOMES             TO WS-DON-ULT-ANOMES.
           MOVE HDET-IEMPR              TO WS-DON-IEMPR.
           MOVE HDET-CCTAINVPAT         TO WS-DON-CCTAINVPAT.
           IF HDET-NOMBRE NOT = SPACES
              MOVE HDET-NOMBRE (1:40)   TO WS-DON-NOMBRE
           END-IF.
           COMPUTE WS-MES-ABS-HIST = HDET-AA * 12 + HDET-MM.
           COMPUTE WS-DISTANCIA = WS-MES-ABS-PARM - WS-MES-ABS-HIST.
           IF WS-DISTANCIA < 12
              ADD HDET-MONTO            TO WS-DON-MONTO-ACT
           ELSE
              IF WS-DISTANCIA < 24
                 ADD HDET-MONTO         TO WS-DON-MONTO-ANT
              END-IF
           END-IF.
           IF WS-DISTANCIA < 24
              COMPUTE WS-IX-MES = WS-DISTANCIA + 1
              MOVE 'S'                  TO MES-DON-DONO (WS-IX-MES)
           END-IF.
           PERFORM 010-LEE-HISTORICO.
       020-FIN.
           EXIT.
      *
      ******************************************************************
      *    CLASIFICA AL DONANTE ANTERIOR Y, SI ENTRA EN ALGUN GRUPO,  *
      *    LO ESCRIBE CON SU SUCURSAL Y PROMOTOR                      *
      ******************************************************************
       030-CLASIFICA-DONANTE.
           ADD 1                        TO WS-TOT-DONANTES.
           MOVE ZEROS                   TO WS-MESES-ACT.
           MOVE ZEROS                   TO WS-MESES-ANT.
           PERFORM 031-CUENTA-MESES
              VARYING WS-IX-MES FROM 1 BY 1
                UNTIL WS-IX-MES > 24.
           MOVE ZEROS                   TO WS-PCT-CAIDA.
           INITIALIZE                      WS-REG-CLASIF.
           EVALUATE TRUE
              WHEN WS-DON-PRIMER-ANOMES = WS-ANOMES-DP
                 SET CLS-PRIMERA-VEZ    TO TRUE
                 ADD 1                  TO WS-TOT-PRIMERA-VEZ
              WHEN WS-DON-MONTO-ANT > ZEROS
               AND WS-DON-MONTO-ACT = ZEROS
                 SET CLS-PERDIDO        TO TRUE
                 MOVE 100               TO WS-PCT-CAIDA
                 ADD 1                  TO WS-TOT-PERDIDOS
              WHEN WS-DON-MONTO-ANT > ZEROS
               AND WS-DON-MONTO-ACT < WS-DON-MONTO-ANT
                 COMPUTE WS-CAIDA = WS-DON-MONTO-ANT - WS-DON-MONTO-ACT
                 COMPUTE WS-PCT-CAIDA ROUNDED =
                         WS-CAIDA * 100 / WS-DON-MONTO-ANT
                 IF WS-PCT-CAIDA > WS-PCT-DP
                    SET CLS-EN-DECLIVE  TO TRUE
                    ADD 1               TO WS-TOT-EN-DECLIVE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF CLS-TIPO NOT = SPACES
              PERFORM 040-OBTIENE-SUCURSAL
              MOVE WS-IRFC-ANT          TO CLS-IRFC
              MOVE WS-DON-NOMBRE        TO CLS-NOMBRE
              MOVE WS-DON-IEMPR         TO CLS-IEMPR
              MOVE WS-DON-CCTAINVPAT    TO CLS-CCTAINVPAT
              MOVE WS-DON-MONTO-ANT     TO CLS-MONTO-ANT
              MOVE WS-DON-MONTO-ACT     TO CLS-MONTO-ACT
              MOVE WS-PCT-CAIDA         TO CLS-PCT-CAIDA
              MOVE WS-MESES-ANT         TO CLS-MESES-ANT
              MOVE WS-MESES-ACT         TO CLS-MESES-ACT
              MOVE WS-DON-ULT-ANOMES    TO CLS-ULT-ANOMES
              WRITE REG-CLASIF        FROM WS-REG-CLASIF
           END-IF.
       030-FIN.
           EXIT.
      *
       031-CUENTA-MESES.
           IF MES-DON-DONO (WS-IX-MES) = 'S'
              IF WS-IX-MES > 12
                 ADD 1                  TO WS-MESES-ANT
              ELSE
                 ADD 1                  TO WS-MESES-ACT
              END-IF
           END-IF.
       031-FIN.
           EXIT.
      *
      ******************************************************************
      *    SUCURSAL Y PROMOTOR DE LA CUENTA MAS RECIENTE DEL DONANTE; *
      *    UNA CUENTA PATRIMONIAL SE RESUELVE A ICUENTA VIA ZMDT608   *
      ******************************************************************
       040-OBTIENE-SUCURSAL.
           MOVE SPACES                  TO CLS-ISUCCASA.
           MOVE ZEROS                   TO CLS-IPROM.
           MOVE ZEROS                   TO WS-SQL-ICUENTA.
           MOVE WS-DON-CCTAINVPAT       TO WS-SQL-CCTAINVPAT.
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
                    MOVE WS-SQL-ISUCCASA TO CLS-ISUCCASA
                    MOVE WS-SQL-IPROM   TO CLS-IPROM
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
      *    UNA SECCION POR SUCURSAL/PROMOTOR Y DENTRO UN GRUPO POR    *
      *    TIPO DE DONANTE CON SU CONTEO                              *
      ******************************************************************
       050-EMITE-REPORTE.
           MOVE WS-ANOMES-DP            TO L1-01-ANOMES.
           MOVE WS-PCT-DP               TO L1-01-PCT.
           WRITE REG-RPT-DP           FROM L1-01-ENCA AFTER PAGE.
           WRITE REG-RPT-DP           FROM L1-05-ENCA.
           PERFORM 051-LEE-CLASIFICADO.
           PERFORM 052-IMPRIME-DONANTE UNTIL WS-FIN-CLASIF-SI.
           IF WS-TIPO-ANT NOT = LOW-VALUES
              PERFORM 055-CIERRA-GRUPO
           END-IF.
           WRITE REG-RPT-DP           FROM L1-ESPACIOS.
           WRITE REG-RPT-DP           FROM L1-05-ENCA.
           MOVE 'DONANTES REVISADOS          :' TO L1-01-TOT-TEXTO.
           MOVE WS-TOT-DONANTES         TO L1-01-TOT-CIFRA.
           WRITE REG-RPT-DP           FROM L1-01-TOTALES.
           MOVE 'DONANTES PERDIDOS           :' TO L1-01-TOT-TEXTO.
           MOVE WS-TOT-PERDIDOS         TO L1-01-TOT-CIFRA.
           WRITE REG-RPT-DP           FROM L1-01-TOTALES.
           MOVE 'DONANTES EN DECLIVE         :' TO L1-01-TOT-TEXTO.
           MOVE WS-TOT-EN-DECLIVE       TO L1-01-TOT-CIFRA.
           WRITE REG-RPT-DP           FROM L1-01-TOTALES.
           MOVE 'DONANTES DE PRIMERA VEZ     :' TO L1-01-TOT-TEXTO.
           MOVE WS-TOT-PRIMERA-VEZ      TO L1-01-TOT-CIFRA.
           WRITE REG-RPT-DP           FROM L1-01-TOTALES.
       050-FIN.
           EXIT.
      *
       051-LEE-CLASIFICADO.
           RETURN ARCH-SORT-RPT       INTO WS-REG-CLASIF
                AT END MOVE 'S'         TO WS-FIN-CLASIF
           END-RETURN.
       051-FIN.
           EXIT.
      *
       052-IMPRIME-DONANTE.
           MOVE CLS-ISUCCASA            TO WS-LLAVE-RPT-ISUCCASA.
           MOVE CLS-IPROM               TO WS-LLAVE-RPT-IPROM.
           IF WS-LLAVE-RPT NOT = WS-LLAVE-RPT-ANT
              IF WS-TIPO-ANT NOT = LOW-VALUES
                 PERFORM 055-CIERRA-GRUPO
              END-IF
              MOVE WS-LLAVE-RPT         TO WS-LLAVE-RPT-ANT
              MOVE CLS-ISUCCASA         TO L1-02-ISUCCASA
              MOVE CLS-IPROM            TO L1-02-IPROM
              WRITE REG-RPT-DP        FROM L1-ESPACIOS
              WRITE REG-RPT-DP        FROM L1-02-SUCURSAL
              MOVE LOW-VALUES           TO WS-TIPO-ANT
           END-IF.
           IF CLS-TIPO NOT = WS-TIPO-ANT
              IF WS-TIPO-ANT NOT = LOW-VALUES
                 PERFORM 055-CIERRA-GRUPO
              END-IF
              MOVE CLS-TIPO             TO WS-TIPO-ANT
              EVALUATE TRUE
                 WHEN CLS-PERDIDO
                    MOVE 'PERDIDOS (NO HAN DONADO EN DOCE MESES)'
                                        TO L1-03-TIPO
                 WHEN CLS-EN-DECLIVE
                    MOVE 'EN DECLIVE (CAIDA DEL TOTAL DOCE MESES)'
                                        TO L1-03-TIPO
                 WHEN OTHER
                    MOVE 'PRIMERA VEZ (PRIMER DONATIVO ESTE MES)'
                                        TO L1-03-TIPO
              END-EVALUATE
              WRITE REG-RPT-DP        FROM L1-ESPACIOS
              WRITE REG-RPT-DP        FROM L1-03-GRUPO
              WRITE REG-RPT-DP        FROM L1-04-ENCA
           END-IF.
           MOVE CLS-IRFC                TO L1-01-DET-IRFC.
           MOVE CLS-NOMBRE              TO L1-01-DET-NOMBRE.
           MOVE CLS-IEMPR               TO L1-01-DET-IEMPR.
           MOVE CLS-CCTAINVPAT          TO L1-01-DET-CCTA.
           MOVE CLS-MONTO-ANT           TO L1-01-DET-MONTO-ANT.
           MOVE CLS-MESES-ANT           TO L1-01-DET-MESES-ANT.
           MOVE CLS-MONTO-ACT           TO L1-01-DET-MONTO-ACT.
           MOVE CLS-MESES-ACT           TO L1-01-DET-MESES-ACT.
           MOVE CLS-PCT-CAIDA           TO L1-01-DET-PCT.
           MOVE CLS-ULT-ANOMES          TO L1-01-DET-ULT-ANOMES.
           WRITE REG-RPT-DP           FROM L1-01-DETA.
           ADD 1                        TO WS-CTA-GRUPO.
           PERFORM 051-LEE-CLASIFICADO.
       052-FIN.
           EXIT.
      *
       055-CIERRA-GRUPO.
           MOVE WS-CTA-GRUPO            TO L1-06-CTA.
           WRITE REG-RPT-DP           FROM L1-06-SUBTOTAL.
           MOVE ZEROS                   TO WS-CTA-GRUPO.
       055-FIN.
           EXIT.
      *
      ******************************************************************
      *    CIERRA ARCHIVOS                                            *
      ******************************************************************
       080-CIERRA-ARCHIVOS.
           CLOSE ARCH-RPT-DP.
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
           DISPLAY W000-PROG ' CIFRAS DE CONTROL DE DONANTES PERDIDOS'
           DISPLAY W000-PROG '   RENGLONES LEIDOS         : '
                   WS-TOT-REG-LEIDOS
           DISPLAY W000-PROG '   RECIBOS REVERSADOS OMIT. : '
                   WS-TOT-REG-REVERSADOS
           DISPLAY W000-PROG '   DONANTES REVISADOS       : '
                   WS-TOT-DONANTES
           DISPLAY W000-PROG '   DONANTES PERDIDOS        : '
                   WS-TOT-PERDIDOS
           DISPLAY W000-PROG '   DONANTES EN DECLIVE      : '
                   WS-TOT-EN-DECLIVE
           DISPLAY W000-PROG '   DONANTES DE PRIMERA VEZ  : '
                   WS-TOT-PRIMERA-VEZ
           DISPLAY W000-PROG '   SIN SUCURSAL/PROMOTOR    : '
                   WS-TOT-SIN-SUCURSAL
           GOBACK.
       999-FIN.
           EXIT.
      *
      ******************************************************************
      *  TERMINA PROGRAMA ZM4DP001                                     *
      ******************************************************************
