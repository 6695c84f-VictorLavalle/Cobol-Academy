      *                  DE LA PROPIA CORRIDA. DESAPARECE EL PASO
      *                  MANUAL QUE REARMABA EL LAYOUT (Y QUE DOS
      *                  VECES SALIO CON EL PERIODO EQUIVOCADO).
      *                  LA DECLARACION GENERADA (QUE AMARRA) QUEDA
      *                  REGISTRADA COMO ORIGINAL ('N') DEL PERIODO EN
      *                  LA BITACORA DE DECLARACIONES, DONDE ZM3CB005
      *                  REGISTRA LAS COMPLEMENTARIAS.
      *                  *********CASA DE BOLSA**********
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                                      FILE STATUS IS STATUS-REP4.
           SELECT SA-TRANSMIT        ASSIGN TO SATTRANS
                                      FILE STATUS IS STATUS-TRNS.
           SELECT SA-BITACORA        ASSIGN TO SATBITAC
                                      FILE STATUS IS STATUS-BITA.
      /
       DATA DIVISION.
      *---------------------------------------------------------------*
              10 WS-REP-MESES           OCCURS 12 TIMES.
                 15 WS-REP-IMPORTE         PIC S9(15)V99    COMP-3.
           05 WS-REP-BANCO-SAT       PIC 9(05).
           05 FILLER                 PIC X(71).
      *    'C' = RENGLON DE UN COTITULAR: EL CONTRATO YA SE CONTO EN
      *    EL RENGLON DEL TITULAR PRINCIPAL DEL RESUMEN
           05 WS-REP-COTITU          PIC X(01).
           05 FILLER                 PIC X(51).
      *
      *    EL RESUMEN DE ZM3CB001 ('1' POR COMBINACION, '9' GRAN
      *    TOTAL); AQUI SOLO INTERESA EL GRAN TOTAL PARA EL AMARRE
           DATA RECORD REG-TRANSMIT.
       01  REG-TRANSMIT              PIC X(450).
      *
      *    BITACORA DE DECLARACIONES: UN RENGLON POR DECLARACION
      *    GENERADA, ORIGINAL ('N') O COMPLEMENTARIA ('C')
       FD  SA-BITACORA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD STANDARD
           DATA RECORD REG-BITACORA.
       01  REG-BITACORA.
           05 BIT-PERIODO            PIC X(06).
           05 BIT-TIPO-DECLARACION   PIC X(01).
           05 BIT-NUM-COMPLEMENTARIA PIC 9(02).
           05 BIT-FEC-GENERACION     PIC 9(08).
           05 BIT-PROGRAMA           PIC X(08).
           05 BIT-REGISTROS          PIC 9(09).
           05 BIT-HASH-IMPORTES      PIC 9(16)V9(02).
           05 BIT-FOLIO-ORIGINAL     PIC X(20).
           05 FILLER                 PIC X(08).
      *
      *
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
          88 FS-REP4-FIN                              VALUE '10'.
       01 STATUS-TRNS                       PIC X(02) VALUE '00'.
          88 FS-TRNS-OK                               VALUE '00'.
       01 STATUS-BITA                       PIC X(02) VALUE '00'.
          88 FS-BITA-OK                               VALUE '00'.
      *----
      *    RENGLONES DE LA TRANSMISION OFICIAL
      *----
          05 W100-FEC-GENERACION            PIC 9(08).
          05 W100-RFC-DECLARANTE            PIC X(13).
          05 W100-RAZON-SOCIAL              PIC X(40).
      *   'N' = DECLARACION ORIGINAL; LAS COMPLEMENTARIAS ('C') LLEVAN
      *   SU NUMERO Y EL FOLIO DE ACUSE DE LA ORIGINAL
          05 W100-TIPO-DECLARACION          PIC X(01) VALUE 'N'.
          05 W100-NUM-COMPLEMENTARIA        PIC 9(02) VALUE ZEROS.
          05 W100-FOLIO-ORIGINAL            PIC X(20) VALUE SPACES.
          05 FILLER                         PIC X(359) VALUE SPACES.
      *
       01 W200-DETALLE.
          05 W200-TIPO                      PIC X(01) VALUE '2'.
          05 W200-IMPORTES.
             10 W200-MES   OCCURS 12 TIMES.
                15 W200-IMPORTE             PIC 9(13)V9(02).
      *   MOVIMIENTO EN UNA COMPLEMENTARIA ('A' ALTA, 'C' CAMBIO,
      *   'B' BAJA); EN LA ORIGINAL VIAJA EN BLANCO
          05 W200-MOVIMIENTO                PIC X(01)  VALUE SPACE.
          05 FILLER                         PIC X(32)  VALUE SPACES.
      *
       01 W300-SUMARIA.
          05 W300-TIPO                      PIC X(01) VALUE '3'.
       01 A100-CONTROL.
          05 A100-REG-LEIDOS                PIC 9(09) VALUE ZEROS.
          05 A100-REG-ESCRITOS              PIC 9(09) VALUE ZEROS.
          05 A100-REG-COTITULAR             PIC 9(09) VALUE ZEROS.
          05 A100-HASH                      PIC S9(16)V9(02)
                                            COMP-3    VALUE ZEROS.
          05 A100-REP4-CONTRATOS            PIC 9(09) VALUE ZEROS.
                       GOBACK
                    END-IF
                    ADD 1               TO A100-REG-ESCRITOS
                    IF WS-REP-COTITU = 'C'
                       ADD 1            TO A100-REG-COTITULAR
                    END-IF
                  END-IF
              END-READ
           END-PERFORM
      *----
      *    VERIFICA QUE LA SUMARIA AMARRE CONTRA EL GRAN TOTAL DEL
      *    RESUMEN ANTES DE CERRAR EL ARCHIVO: UN DESAMARRE TERMINA
      *    CON RETURN-CODE 8 PARA QUE EL ARCHIVO NO SE TRANSMITA; LOS
      *    RENGLONES DE COTITULARES NO CUENTAN COMO CONTRATOS
      *----
       050-VERIFICA-Y-CIERRA SECTION.
           MOVE A100-REG-ESCRITOS       TO W300-REGISTROS
              '*** REPORTE4 SIN GRAN TOTAL, NO HAY AMARRE ***'
              MOVE 8                    TO RETURN-CODE
           ELSE
              IF A100-REG-ESCRITOS - A100-REG-COTITULAR
                                    NOT = A100-REP4-CONTRATOS
              OR A100-HASH         NOT = A100-REP4-HASH
                 DISPLAY CON-PROGRAMA,
                 '*** LA TRANSMISION NO AMARRA CON REPORTE4 ***'
                 DISPLAY 'REGISTROS TRANSMISION: ' A100-REG-ESCRITOS
                 DISPLAY 'RENGLONES COTITULARES: ' A100-REG-COTITULAR
                 DISPLAY 'CONTRATOS RESUMEN    : '
                         A100-REP4-CONTRATOS
                 MOVE 8                 TO RETURN-CODE
              END-IF
           END-IF
      *    SOLO UNA DECLARACION QUE AMARRA QUEDA EN LA BITACORA
           IF RETURN-CODE < 8
              PERFORM 060-REGISTRA-BITACORA
           END-IF
           EXIT.
      /
      *----
      *    REGISTRA LA DECLARACION ORIGINAL DEL PERIODO EN LA
      *    BITACORA DE DECLARACIONES (EN EXTENSION)
      *----
       060-REGISTRA-BITACORA SECTION.
           OPEN EXTEND SA-BITACORA
           IF NOT FS-BITA-OK
              DISPLAY 'ERROR AL ABRIR BITACORA DE DECLARACIONES'
              DISPLAY 'FILE STATUS = ' STATUS-BITA
              MOVE 16                  TO RETURN-CODE
           ELSE
              MOVE SPACES              TO REG-BITACORA
              MOVE W000-PERIODO        TO BIT-PERIODO
              MOVE 'N'                 TO BIT-TIPO-DECLARACION
              MOVE ZEROS               TO BIT-NUM-COMPLEMENTARIA
              MOVE W000-FECHA-SISTEMA  TO BIT-FEC-GENERACION
              MOVE CON-PROGRAMA        TO BIT-PROGRAMA
              MOVE A100-REG-ESCRITOS   TO BIT-REGISTROS
              MOVE A100-HASH           TO BIT-HASH-IMPORTES
              WRITE REG-BITACORA
              IF NOT FS-BITA-OK
                 DISPLAY 'ERROR AL ESCRIBIR BITACORA DE DECLARACIONES'
                 DISPLAY 'FILE STATUS = ' STATUS-BITA
                 MOVE 16               TO RETURN-CODE
              END-IF
              CLOSE SA-BITACORA
           END-IF
           EXIT.
      /
       090-TERMINA SECTION.
