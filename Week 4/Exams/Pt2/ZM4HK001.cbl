       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZM4HK001.
       AUTHOR. GESFOR (MEXICO), S.A. DE C.V.
       DATE-WRITTEN. ABRIL 2025.
       DATE-COMPILED.
      *
      /
      ******************************************************************
      **                                                               *
      *   " S I V A   -   H I S T O R I C O   E N   L I N E A "        *
      *                                                                *
      *  OBJETIVO: CARGAR LAS COPIAS LLAVEADAS (KSDS) QUE CONSULTA LA  *
      *            TRANSACCION DE SUCURSAL ZM4CL001:                   *
      *            - ZM4HDEK: EL HISTORICO DE DETALLE POR DONANTE DE   *
      *              ZM4DJ097 POR RFC + ANOMES + IREF, CON LA CUENTA   *
      *              (ICUENTA) Y EL REPARTO DEL MONTO ENTRE LAS        *
      *              CAMPANAS DEL DONANTE YA CALCULADO.                *
      *            - ZM4CTAK: LAS CUENTAS LIGADAS A CADA RFC DEL       *
      *              MAESTRO DE DONANTES DE ZM4MD001, POR ICUENTA +    *
      *              EMPRESA, PARA CONSULTAR POR NUMERO DE CUENTA.     *
      *                                                                *
      *  NOTA:     CORRE DESPUES DE ZM4MD001 EN CADA CICLO; LOS DOS    *
      *            KSDS SE REDEFINEN VACIOS ANTES DE LA CARGA. EL      *
      *            REPARTO POR CAMPANA SIGUE LA REGLA DE ZM4DJ097: LO  *
      *            NO ETIQUETADO CAE EN LA BOLSA GENERAL 'GRAL'.       *
      *                                                                *
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
      *    MARCA      AUTOR    FECHA             DESCRIPCION           *
      * ----------- --------- -------- --------------------------------*
      * SDAT-40176I  XLR0921  06ABR25 VERSION INICIAL.                 *
      * SDAT-40176F  XLR0921                                           *
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
      *    HISTORICO DE DETALLE POR DONANTE DE ZM4DJ097
      * SDAT-40181I
      *    (KSDS RFC + ANOMES + IREF)
           SELECT ARCH-HIST-HK       ASSIGN TO ZM4HK0HI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS HHK-LLAVE.
      * SDAT-40181F
      *
      *    CUENTAS LIGADAS AL RFC DE ZM4MD001 (ORDENADAS POR RFC)
           SELECT ARCH-CTAS-HK       ASSIGN TO UT-S-ZM4MD0CT.
      *
      *    CATALOGO DE CAMPANAS Y DESTINOS POR DONANTE DE ZM4DJ097
           SELECT ARCH-CAMPANAS-HK   ASSIGN TO UT-S-ZME097CP.
      *
      *    ARCHIVOS DE TRABAJO DE LOS SORTS
           SELECT ARCH-SORT-HK       ASSIGN TO SORTWK01.
           SELECT ARCH-SORT-CTA      ASSIGN TO SORTWK02.
      *
      *    HISTORICO EN LINEA (KSDS RFC + ANOMES + IREF)
           SELECT ARCH-HDEK          ASSIGN TO ZM4HDEK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS HDK-LLAVE
                  FILE STATUS  IS WS-FS-HDEK.
      *
      *    CUENTAS EN LINEA (KSDS ICUENTA + EMPRESA)
           SELECT ARCH-CTAK          ASSIGN TO ZM4CTAK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CTK-LLAVE
                  FILE STATUS  IS WS-FS-CTAK.
      *
      /
      ******************************************************************
      *   DATA DIVISION                                                *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARCH-HIST-HK
           LABEL RECORD IS STANDARD
           DATA RECORD   IS  REG-HIST-HK
      * SDAT-40181I
           RECORD CONTAINS 290 CHARACTERS.
       01  REG-HIST-HK.
           05 FILLER                     PIC X(260).
           05 HHK-LLAVE                  PIC X(30).
      * SDAT-40181F
      *
      ******************************************************************
      *  CUENTAS LIGADAS AL RFC (LAYOUT DE ZM4MD001)                   *
      ******************************************************************
       FD  ARCH-CTAS-HK
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-CTAS-HK
           RECORD CONTAINS 214 CHARACTERS.
       01  REG-CTAS-HK.
           05 MDC-IRFC                   PIC X(15).
           05 MDC-IEMPR                  PIC X(03).
           05 MDC-CCTAINVPAT             PIC X(10).
           05 MDC-ICUENTA                PIC 9(09).
           05 MDC-ICLIENTE               PIC 9(09).
           05 MDC-ISUCCASA               PIC X(03).
           05 MDC-NOMBRE                 PIC X(100).
           05 MDC-EMAIL                  PIC X(50).
           05 MDC-CP-FISCAL              PIC 9(05).
           05 MDC-ULT-ANOMES             PIC 9(06).
           05 MDC-DIF-NOMBRE             PIC X(01).
           05 MDC-DIF-EMAIL              PIC X(01).
           05 MDC-DIF-CP                 PIC X(01).
           05 FILLER                     PIC X(01).
      *
      ******************************************************************
      *  CATALOGO DE CAMPANAS ('C') Y DESTINOS POR DONANTE ('D')       *
      *  (LAYOUT DE ZM4DJ097)                                          *
      ******************************************************************
       FD  ARCH-CAMPANAS-HK
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-CAMPANAS-HK
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-CAMPANAS-HK.
           05 CMP-TIPO-REG              PIC X(01).
              88 CMP-ES-CAMPANA                     VALUE 'C'.
              88 CMP-ES-DESTINO                     VALUE 'D'.
           05 CMP-CAMPANA.
              10 CAM-CODIGO             PIC X(04).
              10 CAM-DESC               PIC X(30).
              10 CAM-FEC-INI            PIC X(10).
              10 CAM-FEC-FIN            PIC X(10).
              10 FILLER                 PIC X(25).
           05 CMP-DESTINO REDEFINES CMP-CAMPANA.
              10 DST-IEMPR              PIC X(03).
              10 DST-ICUENTA            PIC 9(07).
              10 DST-CAMPANA            PIC X(04).
              10 DST-PCT                PIC 9(03)V9(02).
              10 FILLER                 PIC X(60).
      *
      ******************************************************************
      *  ARCHIVO DE TRABAJO DEL SORT DEL HISTORICO (RFC+ANOMES+IREF)   *
      ******************************************************************
       SD  ARCH-SORT-HK
           DATA RECORD   IS  REG-SORT-HK
      * SDAT-40181I
           RECORD CONTAINS 290 CHARACTERS.
      * SDAT-40181F
       01  REG-SORT-HK.
           05 SRT-IEMPR                  PIC X(03).
           05 SRT-ANOMES                 PIC 9(06).
           05 SRT-CCTAINVPAT             PIC X(10).
           05 SRT-IRFC                   PIC X(15).
      * SDAT-40181I
           05 FILLER                     PIC X(125).
           05 SRT-IREF                   PIC 9(09).
           05 FILLER                     PIC X(92).
      *    LLAVE DEL KSDS: EN LOS RENGLONES SIN FOLIO TRAE EL
      *    CONSECUTIVO DENTRO DEL RFC Y MES (SRT-IREF VIENE EN 0)
           05 SRT-LLAVE.
              10 SRT-LLAVE-IRFC          PIC X(15).
              10 SRT-LLAVE-ANOMES        PIC 9(06).
              10 SRT-LLAVE-IREF          PIC 9(09).
      * SDAT-40181F
      *
      ******************************************************************
      *  ARCHIVO DE TRABAJO DEL SORT DE CUENTAS (ICUENTA + EMPRESA)    *
      ******************************************************************
       SD  ARCH-SORT-CTA
           DATA RECORD   IS  REG-SORT-CTA
           RECORD CONTAINS 214 CHARACTERS.
       01  REG-SORT-CTA.
           05 SRC-IRFC                   PIC X(15).
           05 SRC-IEMPR                  PIC X(03).
           05 SRC-CCTAINVPAT             PIC X(10).
           05 SRC-ICUENTA                PIC 9(09).
           05 FILLER                     PIC X(177).
      *
      ******************************************************************
      *  HISTORICO EN LINEA: LLAVE, CUENTA, CAMPANA DEL RENGLON        *
      *  ('GRAL', LA ETIQUETA O 'MULT'), REPARTO DEL MONTO Y LA        *
      *  IMAGEN COMPLETA DEL RENGLON DEL HISTORICO                     *
      ******************************************************************
       FD  ARCH-HDEK
           LABEL RECORD IS STANDARD
           DATA RECORD   IS  REG-HDEK
           RECORD CONTAINS 400 CHARACTERS.
       01  REG-HDEK.
           05 HDK-LLAVE.
              10 HDK-IRFC                PIC X(15).
              10 HDK-ANOMES              PIC 9(06).
              10 HDK-IREF                PIC 9(09).
           05 HDK-ICUENTA                PIC 9(09).
           05 HDK-CAMPANA                PIC X(04).
           05 HDK-REPARTO                OCCURS 5 TIMES.
              10 HDK-REP-CAMPANA         PIC X(04).
              10 HDK-REP-MONTO           PIC 9(13)V9(02).
           05 HDK-HDET                   PIC X(260).
           05 FILLER                     PIC X(02).
      *
      ******************************************************************
      *  CUENTAS EN LINEA                                              *
      ******************************************************************
       FD  ARCH-CTAK
           LABEL RECORD IS STANDARD
           DATA RECORD   IS  REG-CTAK
           RECORD CONTAINS 60 CHARACTERS.
       01  REG-CTAK.
           05 CTK-LLAVE.
              10 CTK-ICUENTA             PIC 9(09).
              10 CTK-IEMPR               PIC X(03).
           05 CTK-IRFC                   PIC X(15).
           05 CTK-CCTAINVPAT             PIC X(10).
           05 CTK-ISUCCASA               PIC X(03).
           05 FILLER                     PIC X(20).
      *
      ******************************************************************
      *  WORKING STORAGE SECTION                                       *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *
       01 W000-PROG                  PIC X(08)       VALUE 'ZM4HK001'.
      *
       01 WS-FS-HDEK                 PIC X(02)       VALUE ZEROS.
       01 WS-FS-CTAK                 PIC X(02)       VALUE ZEROS.
      *
      ******************************************************************
      *  RENGLON DEL HISTORICO EN TURNO (LO ENTREGA EL SORT INTERNO)   *
      ******************************************************************
      * SDAT-40181I
       01 WS-REG-HIST-HK.
           05 WS-HDET-RENGLON.
              10 HDET-IEMPR              PIC X(03).
              10 HDET-ANOMES             PIC 9(06).
              10 HDET-CCTAINVPAT         PIC X(10).
              10 HDET-IRFC               PIC X(15).
              10 HDET-MONTO              PIC 9(13)V9(02).
              10 HDET-FECHA              PIC X(10).
              10 HDET-NOMBRE             PIC X(100).
              10 HDET-IREF               PIC 9(09).
              10 HDET-UUID               PIC X(36).
              10 HDET-EMAIL              PIC X(50).
              10 HDET-ESTATUS-CFDI       PIC X(01).
              10 FILLER                  PIC X(05).
           05 HDET-LLAVE                 PIC X(30).
      * SDAT-40181F
      *
       01 WS-REG-CTA-HK              PIC X(214)      VALUE SPACES.
      *
       01 WS-FIN-HIST                PIC X(01)       VALUE 'N'.
          88 WS-FIN-HIST-SI                          VALUE 'S'.
       01 WS-FIN-CTAS                PIC X(01)       VALUE 'N'.
          88 WS-FIN-CTAS-SI                          VALUE 'S'.
       01 WS-FIN-CAMPANAS            PIC X(01)       VALUE 'N'.
          88 WS-FIN-CAMPANAS-SI                      VALUE 'S'.
       01 WS-FIN-SORT-CTA            PIC X(01)       VALUE 'N'.
          88 WS-FIN-SORT-CTA-SI                      VALUE 'S'.
      *
      ******************************************************************
      *  CATALOGO DE CAMPANAS Y DESTINOS POR DONANTE EN MEMORIA        *
      ******************************************************************
       01 WSC-MAX-CAMPANAS           PIC 9(02)      VALUE 50.
       01 WS-NUM-CAMPANAS            PIC 9(02)      COMP VALUE ZEROS.
       01 WS-IX-CAM                  PIC 9(02)      COMP VALUE ZEROS.
       01 TABLA-CAMPANAS.
          05 CAM-E-CODIGO            PIC X(04)      OCCURS 50 TIMES.
       01 WS-CAM-HALLADA             PIC X(01)      VALUE 'N'.
          88 WS-CAM-HALLADA-SI                      VALUE 'S'.
          88 WS-CAM-HALLADA-NO                      VALUE 'N'.
       01 WS-CAM-BUSCADA             PIC X(04)      VALUE SPACES.
      *
       01 WSC-MAX-DESTINOS           PIC 9(05)      VALUE 5000.
       01 WS-NUM-DESTINOS            PIC 9(05)      COMP VALUE ZEROS.
       01 WS-IX-DST                  PIC 9(05)      COMP VALUE ZEROS.
       01 TABLA-DESTINOS.
          05 DST-ENT                 OCCURS 5000 TIMES.
             10 DST-E-LLAVE.
                15 DST-E-IEMPR       PIC X(03).
                15 DST-E-ICUENTA     PIC 9(07).
             10 DST-E-CAMPANA        PIC X(04).
             10 DST-E-PCT            PIC 9(03)V9(02) COMP-3.
       01 WS-LLAVE-DESTINO.
          05 WS-LLAVE-DST-IEMPR      PIC X(03).
          05 WS-LLAVE-DST-ICUENTA    PIC 9(07).
       01 WS-PCT-ASIGNADO            PIC 9(05)V9(02) VALUE ZEROS.
       01 WS-MNT-DESTINO             PIC 9(13)V9(02) VALUE ZEROS.
       01 WS-NUM-DEST-CTA            PIC 9(03)       VALUE ZEROS.
       01 WS-IX-REP                  PIC 9(02)       COMP VALUE ZEROS.
      *
      ******************************************************************
      *  CUENTAS DEL RFC EN TURNO (TOMADAS DE ZM4MD001)                *
      ******************************************************************
       01 WSC-MAX-CTA-RFC            PIC 9(03)      VALUE 99.
       01 WS-NUM-CTA-RFC             PIC 9(03)      COMP VALUE ZEROS.
       01 WS-IX-CTA                  PIC 9(03)      COMP VALUE ZEROS.
       01 TABLA-CTAS-RFC.
          05 CTR-ENT                 OCCURS 99 TIMES.
             10 CTR-E-LLAVE.
                15 CTR-E-IEMPR       PIC X(03).
                15 CTR-E-CCTAINVPAT  PIC X(10).
             10 CTR-E-ICUENTA        PIC 9(09).
       01 WS-LLAVE-CTR.
          05 WS-LLAVE-CTR-IEMPR      PIC X(03).
          05 WS-LLAVE-CTR-CCTAINVPAT PIC X(10).
       01 WS-IRFC-ANT                PIC X(15)       VALUE LOW-VALUES.
       01 WS-ICUENTA-REN             PIC 9(09)       VALUE ZEROS.
      *
      ******************************************************************
      *  CIFRAS DE CONTROL                                             *
      ******************************************************************
       01 WS-TOT-CAMPANAS            PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-DESTINOS            PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-REG-LEIDOS          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-HDEK-GRABADOS       PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-HDEK-DUPLICADOS     PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-SIN-CUENTA          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-CTAS-LEIDAS         PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-CTAK-GRABADOS       PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-CTAK-DUPLICADOS     PIC 9(09)       VALUE ZEROS.
      *
      ******************************************************************
      *  PROCEDURE DIVISION                                            *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 005-CARGA-CAMPANAS.
      **** PRIMERO LAS CUENTAS POR ICUENTA: EL SORT LEE EL ARCHIVO DE
      **** CUENTAS (USING) ANTES DE QUE SE ABRA PARA EL CRUCE POR RFC
           OPEN OUTPUT ARCH-CTAK.
           SORT ARCH-SORT-CTA
                ON ASCENDING KEY SRC-ICUENTA
                                 SRC-IEMPR
                USING  ARCH-CTAS-HK
                OUTPUT PROCEDURE IS 050-CARGA-CUENTAS.
           IF SORT-RETURN NOT = ZEROS
              DISPLAY W000-PROG ' FALLA EN EL SORT DE CUENTAS, '
                      'SORT-RETURN=' SORT-RETURN
              PERFORM 999-ABORTA
           END-IF.
           CLOSE ARCH-CTAK.
      *
           OPEN INPUT  ARCH-CTAS-HK.
           OPEN OUTPUT ARCH-HDEK.
           PERFORM 035-LEE-CUENTA.
           SORT ARCH-SORT-HK
      * SDAT-40181I
                ON ASCENDING KEY SRT-LLAVE-IRFC
                                 SRT-LLAVE-ANOMES
                                 SRT-LLAVE-IREF
      * SDAT-40181F
                USING  ARCH-HIST-HK
                OUTPUT PROCEDURE IS 015-CARGA-HISTORICO.
           IF SORT-RETURN NOT = ZEROS
              DISPLAY W000-PROG ' FALLA EN EL SORT DEL HISTORICO, '
                      'SORT-RETURN=' SORT-RETURN
              PERFORM 999-ABORTA
           END-IF.
           PERFORM 080-CIERRA-ARCHIVOS.
           PERFORM 999-TERMINA.
      *
      ******************************************************************
      *    CARGA A MEMORIA EL CATALOGO DE CAMPANAS Y LOS DESTINOS POR *
      *    DONANTE                                                    *
      ******************************************************************
       005-CARGA-CAMPANAS.
           OPEN INPUT  ARCH-CAMPANAS-HK.
           PERFORM 006-LEE-CAMPANA UNTIL WS-FIN-CAMPANAS-SI.
           CLOSE       ARCH-CAMPANAS-HK.
       005-FIN.
           EXIT.
      *
       006-LEE-CAMPANA.
           READ ARCH-CAMPANAS-HK
                AT END MOVE 'S'         TO WS-FIN-CAMPANAS
                NOT AT END
                   EVALUATE TRUE
                      WHEN CMP-ES-CAMPANA
                         IF WS-NUM-CAMPANAS NOT < WSC-MAX-CAMPANAS
                            DISPLAY W000-PROG ' CATALOGO DE CAMPANAS '
                                    'EXCEDE LA TABLA DE '
                                    WSC-MAX-CAMPANAS
                            PERFORM 999-ABORTA
                         END-IF
                         ADD 1          TO WS-NUM-CAMPANAS
                         ADD 1          TO WS-TOT-CAMPANAS
                         MOVE CAM-CODIGO
                                   TO CAM-E-CODIGO (WS-NUM-CAMPANAS)
                      WHEN CMP-ES-DESTINO
                         IF WS-NUM-DESTINOS NOT < WSC-MAX-DESTINOS
                            DISPLAY W000-PROG ' DESTINOS POR DONANTE '
                                    'EXCEDEN LA TABLA DE '
                                    WSC-MAX-DESTINOS
                            PERFORM 999-ABORTA
                         END-IF
                         ADD 1          TO WS-NUM-DESTINOS
                         ADD 1          TO WS-TOT-DESTINOS
                         MOVE DST-IEMPR
                                   TO DST-E-IEMPR   (WS-NUM-DESTINOS)
                         MOVE DST-ICUENTA
                                   TO DST-E-ICUENTA (WS-NUM-DESTINOS)
                         MOVE DST-CAMPANA
                                   TO DST-E-CAMPANA (WS-NUM-DESTINOS)
                         MOVE DST-PCT
                                   TO DST-E-PCT     (WS-NUM-DESTINOS)
                      WHEN OTHER
                         CONTINUE
                   END-EVALUATE
           END-READ.
       006-FIN.
           EXIT.
      *
      ******************************************************************
      *    PROCEDIMIENTO DE SALIDA DEL SORT DEL HISTORICO: UN         *
      *    REGISTRO DEL KSDS POR RENGLON, YA EN ORDEN DE LLAVE        *
      ******************************************************************
       015-CARGA-HISTORICO.
           PERFORM 010-LEE-HISTORICO.
           PERFORM 020-GRABA-RENGLON UNTIL WS-FIN-HIST-SI.
       015-FIN.
           EXIT.
      *
       010-LEE-HISTORICO.
           RETURN ARCH-SORT-HK        INTO WS-REG-HIST-HK
                AT END MOVE 'S'         TO WS-FIN-HIST
                NOT AT END ADD 1        TO WS-TOT-REG-LEIDOS
           END-RETURN.
       010-FIN.
           EXIT.
      *
       020-GRABA-RENGLON.
           IF HDET-IRFC NOT = WS-IRFC-ANT
              MOVE HDET-IRFC            TO WS-IRFC-ANT
              PERFORM 030-CUENTAS-DEL-RFC
           END-IF.
           INITIALIZE                      REG-HDEK.
      * SDAT-40181I
      **** LA LLAVE ES LA DEL KSDS DE ORIGEN (CON EL CONSECUTIVO DE LOS
      **** RENGLONES SIN FOLIO)
           MOVE HDET-LLAVE              TO HDK-LLAVE.
           MOVE WS-HDET-RENGLON         TO HDK-HDET.
      * SDAT-40181F
           PERFORM 040-OBTIENE-ICUENTA.
           MOVE WS-ICUENTA-REN          TO HDK-ICUENTA.
           PERFORM 045-REPARTE-CAMPANAS.
           WRITE REG-HDEK
                INVALID KEY
                   ADD 1                TO WS-TOT-HDEK-DUPLICADOS
                   DISPLAY W000-PROG ' LLAVE DUPLICADA EN ZM4HDEK: '
                           HDK-LLAVE
                NOT INVALID KEY
                   ADD 1                TO WS-TOT-HDEK-GRABADOS
           END-WRITE.
           PERFORM 010-LEE-HISTORICO.
       020-FIN.
           EXIT.
      *
      ******************************************************************
      *    AVANZA EL ARCHIVO DE CUENTAS AL RFC EN TURNO (AMBOS VIENEN *
      *    POR RFC) Y GUARDA SUS CUENTAS EN LA TABLA                  *
      ******************************************************************
       030-CUENTAS-DEL-RFC.
           MOVE ZEROS                   TO WS-NUM-CTA-RFC.
           PERFORM 035-LEE-CUENTA
              UNTIL WS-FIN-CTAS-SI
                 OR MDC-IRFC NOT < HDET-IRFC.
           PERFORM 036-GUARDA-CUENTA
              UNTIL WS-FIN-CTAS-SI
                 OR MDC-IRFC NOT = HDET-IRFC.
       030-FIN.
           EXIT.
      *
       035-LEE-CUENTA.
           READ ARCH-CTAS-HK
                AT END
                   MOVE 'S'             TO WS-FIN-CTAS
                   MOVE HIGH-VALUES     TO MDC-IRFC
           END-READ.
       035-FIN.
           EXIT.
      *
       036-GUARDA-CUENTA.
           IF WS-NUM-CTA-RFC < WSC-MAX-CTA-RFC
              ADD 1                     TO WS-NUM-CTA-RFC
              MOVE MDC-IEMPR       TO CTR-E-IEMPR      (WS-NUM-CTA-RFC)
              MOVE MDC-CCTAINVPAT  TO CTR-E-CCTAINVPAT (WS-NUM-CTA-RFC)
              MOVE MDC-ICUENTA     TO CTR-E-ICUENTA    (WS-NUM-CTA-RFC)
           END-IF.
           PERFORM 035-LEE-CUENTA.
       036-FIN.
           EXIT.
      *
      ******************************************************************
      *    ICUENTA DEL RENGLON: LA DE ZM4MD001 PARA ESA EMPRESA Y     *
      *    CUENTA; SIN ELLA, LA CUENTA DE CASA DE BOLSA SE TOMA DE    *
      *    LAS POSICIONES 4-10                                        *
      ******************************************************************
       040-OBTIENE-ICUENTA.
           MOVE ZEROS                   TO WS-ICUENTA-REN.
           MOVE HDET-IEMPR              TO WS-LLAVE-CTR-IEMPR.
           MOVE HDET-CCTAINVPAT         TO WS-LLAVE-CTR-CCTAINVPAT.
           PERFORM 041-BUSCA-CUENTA
              VARYING WS-IX-CTA FROM 1 BY 1
                UNTIL WS-IX-CTA > WS-NUM-CTA-RFC
                   OR WS-ICUENTA-REN NOT = ZEROS.
           IF WS-ICUENTA-REN = ZEROS
              IF HDET-CCTAINVPAT (1:3) = SPACES
              AND HDET-CCTAINVPAT (4:7) IS NUMERIC
                 MOVE HDET-CCTAINVPAT (4:7) TO WS-ICUENTA-REN
              ELSE
                 ADD 1                  TO WS-TOT-SIN-CUENTA
              END-IF
           END-IF.
       040-FIN.
           EXIT.
      *
       041-BUSCA-CUENTA.
           IF CTR-E-LLAVE (WS-IX-CTA) = WS-LLAVE-CTR
              MOVE CTR-E-ICUENTA (WS-IX-CTA) TO WS-ICUENTA-REN
           END-IF.
       041-FIN.
           EXIT.
      *
      ******************************************************************
      *   REPARTE EL MONTO DEL RENGLON ENTRE LAS CAMPANAS ETIQUETADAS *
      *   DE LA CUENTA (POR PORCENTAJE); LO NO ASIGNADO, O TODO       *
      *   CUANDO NO HAY ETIQUETA, CAE EN LA BOLSA GENERAL; LA         *
      *   POSICION 1 DEL REPARTO ES SIEMPRE 'GRAL'                    *
      ******************************************************************
       045-REPARTE-CAMPANAS.
           MOVE HDET-IEMPR              TO WS-LLAVE-DST-IEMPR.
           MOVE WS-ICUENTA-REN          TO WS-LLAVE-DST-ICUENTA.
           MOVE ZEROS                   TO WS-PCT-ASIGNADO.
           MOVE ZEROS                   TO WS-NUM-DEST-CTA.
           MOVE 'GRAL'                  TO HDK-CAMPANA.
           MOVE 'GRAL'                  TO HDK-REP-CAMPANA (1).
           MOVE 1                       TO WS-IX-REP.
           IF WS-ICUENTA-REN NOT = ZEROS
              PERFORM 046-APLICA-DESTINO
                 VARYING WS-IX-DST FROM 1 BY 1
                   UNTIL WS-IX-DST > WS-NUM-DESTINOS
           END-IF.
           IF WS-NUM-DEST-CTA > 1
              MOVE 'MULT'               TO HDK-CAMPANA
           END-IF.
      **** EL REMANENTE NO ETIQUETADO (O EL EXCESO SOBRE 100, QUE SE
      **** IGNORA) VA A LA BOLSA GENERAL
           IF WS-PCT-ASIGNADO < 100
              COMPUTE WS-MNT-DESTINO ROUNDED =
                      HDET-MONTO * (100 - WS-PCT-ASIGNADO) / 100
              ADD WS-MNT-DESTINO        TO HDK-REP-MONTO (1)
           END-IF.
       045-FIN.
           EXIT.
      *
      **** UNA CUENTA CON MAS DE CUATRO CAUSAS ACUMULA LAS DEMAS EN LA
      **** BOLSA GENERAL DE LA CONSULTA (EL DESGLOSE COMPLETO SIGUE EN
      **** LA LIQUIDACION DE ZM4DJ097)
       046-APLICA-DESTINO.
           IF DST-E-LLAVE (WS-IX-DST) = WS-LLAVE-DESTINO
              IF WS-PCT-ASIGNADO < 100
                 MOVE DST-E-CAMPANA (WS-IX-DST) TO WS-CAM-BUSCADA
                 PERFORM 047-VALIDA-CAMPANA
                 IF WS-CAM-HALLADA-SI
                    ADD 1               TO WS-NUM-DEST-CTA
                    MOVE DST-E-CAMPANA (WS-IX-DST) TO HDK-CAMPANA
                    COMPUTE WS-MNT-DESTINO ROUNDED =
                            HDET-MONTO * DST-E-PCT (WS-IX-DST) / 100
                    IF WS-IX-REP < 5
                       ADD 1            TO WS-IX-REP
                       MOVE DST-E-CAMPANA (WS-IX-DST)
                                   TO HDK-REP-CAMPANA (WS-IX-REP)
                       MOVE WS-MNT-DESTINO
                                   TO HDK-REP-MONTO   (WS-IX-REP)
                    ELSE
                       ADD WS-MNT-DESTINO TO HDK-REP-MONTO (1)
                    END-IF
                    ADD DST-E-PCT (WS-IX-DST) TO WS-PCT-ASIGNADO
                 END-IF
              END-IF
           END-IF.
       046-FIN.
           EXIT.
      *
       047-VALIDA-CAMPANA.
           MOVE 'N'                     TO WS-CAM-HALLADA.
           PERFORM 048-COMPARA-CAMPANA
              VARYING WS-IX-CAM FROM 1 BY 1
                UNTIL WS-IX-CAM > WS-NUM-CAMPANAS
                   OR WS-CAM-HALLADA-SI.
       047-FIN.
           EXIT.
      *
       048-COMPARA-CAMPANA.
           IF CAM-E-CODIGO (WS-IX-CAM) = WS-CAM-BUSCADA
              SET WS-CAM-HALLADA-SI     TO TRUE
           END-IF.
       048-FIN.
           EXIT.
      *
      ******************************************************************
      *    PROCEDIMIENTO DE SALIDA DEL SORT DE CUENTAS: UN REGISTRO   *
      *    DEL KSDS POR CUENTA Y EMPRESA                              *
      ******************************************************************
       050-CARGA-CUENTAS.
           PERFORM 051-LEE-CUENTA-ORD.
           PERFORM 055-GRABA-CUENTA UNTIL WS-FIN-SORT-CTA-SI.
       050-FIN.
           EXIT.
      *
       051-LEE-CUENTA-ORD.
           RETURN ARCH-SORT-CTA       INTO WS-REG-CTA-HK
                AT END MOVE 'S'         TO WS-FIN-SORT-CTA
                NOT AT END ADD 1        TO WS-TOT-CTAS-LEIDAS
           END-RETURN.
       051-FIN.
           EXIT.
      *
      **** UNA CUENTA SIN ICUENTA NO SE PUEDE CONSULTAR POR NUMERO
       055-GRABA-CUENTA.
           MOVE WS-REG-CTA-HK           TO REG-CTAS-HK.
           IF MDC-ICUENTA IS NUMERIC
           AND MDC-ICUENTA NOT = ZEROS
              INITIALIZE                   REG-CTAK
              MOVE MDC-ICUENTA          TO CTK-ICUENTA
              MOVE MDC-IEMPR            TO CTK-IEMPR
              MOVE MDC-IRFC             TO CTK-IRFC
              MOVE MDC-CCTAINVPAT       TO CTK-CCTAINVPAT
              MOVE MDC-ISUCCASA         TO CTK-ISUCCASA
              WRITE REG-CTAK
                   INVALID KEY
                      ADD 1             TO WS-TOT-CTAK-DUPLICADOS
                   NOT INVALID KEY
                      ADD 1             TO WS-TOT-CTAK-GRABADOS
              END-WRITE
           END-IF.
           PERFORM 051-LEE-CUENTA-ORD.
       055-FIN.
           EXIT.
      *
      ******************************************************************
      *    CIERRA ARCHIVOS                                            *
      ******************************************************************
       080-CIERRA-ARCHIVOS.
           CLOSE ARCH-CTAS-HK.
           CLOSE ARCH-HDEK.
       080-FIN.
           EXIT.
      *
      ******************************************************************
      *  ABORTA EL PROGRAMA
      ******************************************************************
       999-ABORTA.
           MOVE  16                     TO RETURN-CODE.
           DISPLAY 'TERMINACION ANORMAL DEL PROGRAMA'
           GOBACK.
       999-ABORTA-FIN.
           EXIT.
      *
      ******************************************************************
      *  REGRESA EL CONTROL AL PROGRAMA LLAMADOR
      ******************************************************************
       999-TERMINA.
           DISPLAY W000-PROG ' CIFRAS DE CONTROL DEL HISTORICO EN LINEA'
           DISPLAY W000-PROG '   CAMPANAS DEL CATALOGO    : '
                   WS-TOT-CAMPANAS
           DISPLAY W000-PROG '   DESTINOS POR DONANTE     : '
                   WS-TOT-DESTINOS
           DISPLAY W000-PROG '   RENGLONES DEL HISTORICO  : '
                   WS-TOT-REG-LEIDOS
           DISPLAY W000-PROG '   GRABADOS EN ZM4HDEK      : '
                   WS-TOT-HDEK-GRABADOS
           DISPLAY W000-PROG '   LLAVES DUPLICADAS        : '
                   WS-TOT-HDEK-DUPLICADOS
           DISPLAY W000-PROG '   RENGLONES SIN ICUENTA    : '
                   WS-TOT-SIN-CUENTA
           DISPLAY W000-PROG '   CUENTAS DE ZM4MD001      : '
                   WS-TOT-CTAS-LEIDAS
           DISPLAY W000-PROG '   GRABADAS EN ZM4CTAK      : '
                   WS-TOT-CTAK-GRABADOS
           DISPLAY W000-PROG '   CUENTAS DUPLICADAS       : '
                   WS-TOT-CTAK-DUPLICADOS
           GOBACK.
       999-FIN.
           EXIT.
      *
      ******************************************************************
      *  TERMINA PROGRAMA ZM4HK001                                     *
      ******************************************************************
