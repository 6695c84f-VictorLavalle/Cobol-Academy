       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZM4HC001.
       AUTHOR. GESFOR (MEXICO), S.A. DE C.V.
       DATE-WRITTEN. MAYO 2025.
       DATE-COMPILED.
      *
      /
      ******************************************************************
      **                                                               *
      *   " S I V A   -   C A R G A   D E L   K S D S   H D E T "      *
      *                                                                *
      *  OBJETIVO: CARGAR POR UNICA VEZ EL KSDS DE DETALLE POR DONANTE *
      *            ZME097HD (RFC + ANOMES + IREF) CON EL HISTORICO     *
      *            SECUENCIAL DE 260 BYTES QUE GENERABA ZM4DJ097.      *
      *                                                                *
      *  NOTA:     EL KSDS SE DEFINE VACIO ANTES DE LA CARGA. LOS      *
      *            RENGLONES SIN FOLIO (IREF EN 0) LLEVAN EN LA LLAVE  *
      *            UN CONSECUTIVO DENTRO DE SU RFC Y MES, IGUAL QUE    *
      *            LOS GRABA ZM4DJ097; EL RENGLON NO SE MODIFICA.      *
      *                                                                *
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
      *    MARCA      AUTOR    FECHA             DESCRIPCION           *
      * ----------- --------- -------- --------------------------------*
      * SDAT-40181I  XLR0921  11MAY25 VERSION INICIAL.                 *
      * SDAT-40181F  XLR0921                                           *
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
      *    HISTORICO SECUENCIAL DE DETALLE POR DONANTE (260 BYTES)
           SELECT ARCH-HIST-SEC      ASSIGN TO UT-S-ZM4HC0HI.
      *
      *    ARCHIVO DE TRABAJO DEL SORT
           SELECT ARCH-SORT-HC       ASSIGN TO SORTWK01.
      *
      *    HISTORICO DE DETALLE POR DONANTE (KSDS RFC + ANOMES + IREF)
           SELECT ARCH-HIST-KSDS     ASSIGN TO ZME097HD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS HKS-LLAVE
                  FILE STATUS  IS WS-FS-HIST-KSDS.
      *
      /
      ******************************************************************
      *   DATA DIVISION                                                *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
      ******************************************************************
      *  HISTORICO SECUENCIAL (LAYOUT DE ZM4DJ097)                     *
      ******************************************************************
       FD  ARCH-HIST-SEC
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-HIST-SEC
           RECORD CONTAINS 260 CHARACTERS.
       01  REG-HIST-SEC                  PIC X(260).
      *
      ******************************************************************
      *  ARCHIVO DE TRABAJO DEL SORT (RFC + ANOMES + IREF)             *
      ******************************************************************
       SD  ARCH-SORT-HC
           DATA RECORD   IS  REG-SORT-HC
           RECORD CONTAINS 260 CHARACTERS.
       01  REG-SORT-HC.
           05 SRT-IEMPR                  PIC X(03).
           05 SRT-ANOMES                 PIC 9(06).
           05 SRT-CCTAINVPAT             PIC X(10).
           05 SRT-IRFC                   PIC X(15).
           05 FILLER                     PIC X(125).
           05 SRT-IREF                   PIC 9(09).
           05 FILLER                     PIC X(92).
      *
      ******************************************************************
      *  HISTORICO DE DETALLE POR DONANTE: EL RENGLON DE 260 BYTES     *
      *  MAS LA LLAVE AL FINAL                                         *
      ******************************************************************
       FD  ARCH-HIST-KSDS
           LABEL RECORD IS STANDARD
           DATA RECORD   IS  REG-HIST-KSDS
           RECORD CONTAINS 290 CHARACTERS.
       01  REG-HIST-KSDS.
           05 HKS-RENGLON                PIC X(260).
           05 HKS-LLAVE.
              10 HKS-IRFC                PIC X(15).
              10 HKS-ANOMES              PIC 9(06).
              10 HKS-IREF                PIC 9(09).
      *
      ******************************************************************
      *  WORKING STORAGE SECTION                                       *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *
       01 W000-PROG                  PIC X(08)       VALUE 'ZM4HC001'.
      *
       01 WS-FS-HIST-KSDS            PIC X(02)       VALUE ZEROS.
      *
      ******************************************************************
      *  RENGLON DEL HISTORICO EN TURNO (LO ENTREGA EL SORT INTERNO)   *
      ******************************************************************
       01 WS-REG-HIST-HC.
           05 HDET-IEMPR                 PIC X(03).
           05 HDET-ANOMES                PIC 9(06).
           05 HDET-CCTAINVPAT            PIC X(10).
           05 HDET-IRFC                  PIC X(15).
           05 HDET-MONTO                 PIC 9(13)V9(02).
           05 HDET-FECHA                 PIC X(10).
           05 HDET-NOMBRE                PIC X(100).
           05 HDET-IREF                  PIC 9(09).
           05 HDET-UUID                  PIC X(36).
           05 HDET-EMAIL                 PIC X(50).
           05 HDET-ESTATUS-CFDI          PIC X(01).
           05 FILLER                     PIC X(05).
      *
       01 WS-FIN-HIST                PIC X(01)       VALUE 'N'.
          88 WS-FIN-HIST-SI                          VALUE 'S'.
      *
      **** RFC Y MES DEL GRUPO EN TURNO Y CONSECUTIVO DE SUS RENGLONES
      **** SIN FOLIO
       01 WS-LLAVE-ANT.
          05 WS-IRFC-ANT             PIC X(15)       VALUE LOW-VALUES.
          05 WS-ANOMES-ANT           PIC 9(06)       VALUE ZEROS.
       01 WS-CONS-SIN-FOLIO          PIC 9(09)       VALUE ZEROS.
      *
      ******************************************************************
      *  CIFRAS DE CONTROL                                             *
      ******************************************************************
       01 WS-TOT-REG-LEIDOS          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-SIN-FOLIO           PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-KSDS-GRABADOS       PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-KSDS-DUPLICADOS     PIC 9(09)       VALUE ZEROS.
      *
      ******************************************************************
      *  PROCEDURE DIVISION                                            *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           OPEN OUTPUT ARCH-HIST-KSDS.
           IF WS-FS-HIST-KSDS NOT = '00' AND NOT = '97'
              DISPLAY W000-PROG ' NO SE PUDO ABRIR EL KSDS ZME097HD, '
                      'FILE STATUS=' WS-FS-HIST-KSDS
              PERFORM 999-ABORTA
           END-IF.
           SORT ARCH-SORT-HC
                ON ASCENDING KEY SRT-IRFC
                                 SRT-ANOMES
                                 SRT-IREF
                USING  ARCH-HIST-SEC
                OUTPUT PROCEDURE IS 015-CARGA-HISTORICO.
           IF SORT-RETURN NOT = ZEROS
              DISPLAY W000-PROG ' FALLA EN EL SORT DEL HISTORICO, '
                      'SORT-RETURN=' SORT-RETURN
              PERFORM 999-ABORTA
           END-IF.
           CLOSE ARCH-HIST-KSDS.
           PERFORM 999-TERMINA.
      *
      ******************************************************************
      *    PROCEDIMIENTO DE SALIDA DEL SORT: UN REGISTRO DEL KSDS POR *
      *    RENGLON, YA EN ORDEN DE LLAVE                              *
      ******************************************************************
       015-CARGA-HISTORICO.
           PERFORM 010-LEE-HISTORICO.
           PERFORM 020-GRABA-RENGLON UNTIL WS-FIN-HIST-SI.
       015-FIN.
           EXIT.
      *
       010-LEE-HISTORICO.
           RETURN ARCH-SORT-HC        INTO WS-REG-HIST-HC
                AT END MOVE 'S'         TO WS-FIN-HIST
                NOT AT END ADD 1        TO WS-TOT-REG-LEIDOS
           END-RETURN.
       010-FIN.
           EXIT.
      *
      **** LOS RENGLONES SIN FOLIO DE UN RFC Y MES SALEN DEL SORT ANTES
      **** QUE LOS QUE TIENEN FOLIO; SE NUMERAN 1, 2, ... EN LA LLAVE
       020-GRABA-RENGLON.
           IF HDET-IRFC   NOT = WS-IRFC-ANT
           OR HDET-ANOMES NOT = WS-ANOMES-ANT
              MOVE HDET-IRFC            TO WS-IRFC-ANT
              MOVE HDET-ANOMES          TO WS-ANOMES-ANT
              MOVE ZEROS                TO WS-CONS-SIN-FOLIO
           END-IF.
           MOVE WS-REG-HIST-HC          TO HKS-RENGLON.
           MOVE HDET-IRFC               TO HKS-IRFC.
           MOVE HDET-ANOMES             TO HKS-ANOMES.
           IF HDET-IREF = ZEROS
              ADD 1                     TO WS-CONS-SIN-FOLIO
              ADD 1                     TO WS-TOT-SIN-FOLIO
              MOVE WS-CONS-SIN-FOLIO    TO HKS-IREF
           ELSE
              MOVE HDET-IREF            TO HKS-IREF
           END-IF.
           WRITE REG-HIST-KSDS
                INVALID KEY
                   ADD 1                TO WS-TOT-KSDS-DUPLICADOS
                   DISPLAY W000-PROG ' LLAVE DUPLICADA EN ZME097HD: '
                           HKS-LLAVE
                NOT INVALID KEY
                   ADD 1                TO WS-TOT-KSDS-GRABADOS
           END-WRITE.
           PERFORM 010-LEE-HISTORICO.
       020-FIN.
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
           DISPLAY W000-PROG ' CIFRAS DE CONTROL DE LA CONVERSION'
           DISPLAY W000-PROG '   RENGLONES DEL HISTORICO  : '
                   WS-TOT-REG-LEIDOS
           DISPLAY W000-PROG '   RENGLONES SIN FOLIO      : '
                   WS-TOT-SIN-FOLIO
           DISPLAY W000-PROG '   GRABADOS EN ZME097HD     : '
                   WS-TOT-KSDS-GRABADOS
           DISPLAY W000-PROG '   LLAVES DUPLICADAS        : '
                   WS-TOT-KSDS-DUPLICADOS
           IF WS-TOT-KSDS-DUPLICADOS NOT = ZEROS
              MOVE 4                    TO RETURN-CODE
           END-IF.
           GOBACK.
       999-FIN.
           EXIT.
      *
      ******************************************************************
      *  TERMINA PROGRAMA ZM4HC001                                     *
      ******************************************************************
