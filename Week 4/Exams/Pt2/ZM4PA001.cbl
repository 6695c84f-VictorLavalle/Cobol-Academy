      * SDAT-40152F  XLR0921                                           *
      * SDAT-40156I  XLR0921  10NOV24 EL HISTORICO DE DETALLE CRECE A  *
      * SDAT-40156F  XLR0921          260 BYTES (CORREO DEL DONANTE).  *
      * SDAT-40181I  XLR0921  11MAY25 EL HISTORICO DE DETALLE ES UN    *
      * SDAT-40181F  XLR0921          KSDS CON LLAVE ALTERNA POR IREF: *
      *                                YA NO SE COPIA COMPLETO, CADA   *
      *                                ACUSE VA DIRECTO A SUS RENGLONES*
      *                                Y EL UUID SE ACTUALIZA EN SITIO.*
      *                                SE QUITA LA CIFRA DE RENGLONES  *
      *                                SIN RESPUESTA (REQUERIA LEER    *
      *                                TODO EL HISTORICO).             *
      *----------------------------------------------------------------*
      /
       ENVIRONMENT DIVISION.
      *    ARCHIVO DE RESPUESTA DEL PAC (UN ACUSE POR SOLICITUD)
           SELECT ARCH-RESP-PAC      ASSIGN TO UT-S-ZM4PA0RE.
      *
      *    HISTORICO DE DETALLE POR DONANTE (MISMO LAYOUT QUE EL
      *    ARCH-HIST-DET-OUT DE ZM4DJ097)
      * SDAT-40181I
      *    (KSDS RFC + ANOMES + IREF, ALTERNA POR IREF)
           SELECT ARCH-HIST          ASSIGN TO ZM4PA0HI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS HDET-LLAVE
                  ALTERNATE RECORD KEY IS HDET-IREF
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-HIST.
      * SDAT-40181F
      *
      *    LISTA DE TRABAJO DE TIMBRADOS RECHAZADOS Y ACUSES SIN
      *    RENGLON EN EL HISTORICO
           05 FILLER                     PIC X(13).
      *
      ******************************************************************
      *  HISTORICO DE DETALLE POR DONANTE                              *
      ******************************************************************
       FD  ARCH-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD   IS  REG-HIST
      * SDAT-40181I
           RECORD CONTAINS 290 CHARACTERS.
      * SDAT-40181F
       01  REG-HIST.
           05 HDET-IEMPR                 PIC X(03).
           05 HDET-ANOMES                PIC 9(06).
           05 HDET-CCTAINVPAT            PIC X(10).
           05 HDET-UUID                  PIC X(36).
           05 HDET-EMAIL                 PIC X(50).
           05 FILLER                     PIC X(06).
      * SDAT-40181I
           05 HDET-LLAVE.
              10 HDET-LLAVE-IRFC         PIC X(15).
              10 HDET-LLAVE-ANOMES       PIC 9(06).
              10 HDET-LLAVE-IREF         PIC 9(09).
      * SDAT-40181F
      *
      ******************************************************************
      *  LISTA DE TRABAJO DE RECHAZOS                                  *
             10 RSP-E-ESTATUS        PIC X(02).
             10 RSP-E-MOTIVO         PIC X(30).
             10 RSP-E-USADA          PIC X(01).
      * SDAT-40181I
       01 WS-FS-HIST                 PIC X(02)      VALUE ZEROS.
      * SDAT-40181F
      *
       01 WS-FIN-ARCHIVO             PIC X(01)       VALUE 'N'.
          88 WS-FIN-ARCHIVO-SI                       VALUE 'S'.
       01 WS-TOT-HIST-LEIDOS         PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-UUID-CARGADOS       PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-TIMBRE-RECHAZADO    PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-RESP-SIN-HIST       PIC 9(09)       VALUE ZEROS.
      *
      ******************************************************************
      *
           PERFORM 005-ABRE-ARCHIVOS.
           PERFORM 010-CARGA-RESPUESTAS.
      * SDAT-40181I
           PERFORM 020-RECORRE-RESPUESTAS.
      * SDAT-40181F
           PERFORM 060-REPORTA-SIN-HISTORICO.
           PERFORM 080-CIERRA-ARCHIVOS.
           PERFORM 999-TERMINA.
      *    ABRE ARCHIVOS                                               *
      ******************************************************************
       005-ABRE-ARCHIVOS.
           OPEN INPUT  ARCH-RESP-PAC.
      * SDAT-40181I
           OPEN I-O    ARCH-HIST.
           IF WS-FS-HIST NOT = '00' AND NOT = '97'
              DISPLAY W000-PROG ' NO SE PUDO ABRIR EL HISTORICO '
                      'ZM4PA0HI, FILE STATUS=' WS-FS-HIST
              PERFORM 999-ABORTA
           END-IF.
      * SDAT-40181F
           OPEN OUTPUT ARCH-RPT-RECHAZO.
       005-FIN.
           EXIT.
      *
       011-FIN.
           EXIT.
      *
      * SDAT-40181I
      ******************************************************************
      *    CADA ACUSE VA POR LA LLAVE ALTERNA (IREF) A LOS RENGLONES   *
      *    DEL HISTORICO CON ESE FOLIO Y TOMA EL DE SU CUENTA QUE      *
      *    SIGA SIN UUID                                               *
      ******************************************************************
       020-RECORRE-RESPUESTAS.
           PERFORM 021-BUSCA-HISTORICO
              VARYING WS-IX-RSP FROM 1 BY 1
                UNTIL WS-IX-RSP > WS-NUM-RESP.
       020-FIN.
           EXIT.
      *
       021-BUSCA-HISTORICO.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           MOVE RSP-E-IREF (WS-IX-RSP)  TO HDET-IREF.
           START ARCH-HIST KEY IS = HDET-IREF
                 INVALID KEY MOVE 'S'   TO WS-FIN-ARCHIVO
           END-START.
           PERFORM 022-LEE-FOLIO UNTIL WS-FIN-ARCHIVO-SI.
       021-FIN.
           EXIT.
      *
       022-LEE-FOLIO.
           READ ARCH-HIST NEXT RECORD
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   ADD 1                TO WS-TOT-HIST-LEIDOS
                   IF HDET-IREF NOT = RSP-E-IREF (WS-IX-RSP)
                      MOVE 'S'          TO WS-FIN-ARCHIVO
                   ELSE
                      IF HDET-CCTAINVPAT = RSP-E-CCTA (WS-IX-RSP)
                      AND HDET-UUID = SPACES
                         MOVE WS-IX-RSP TO WS-KX-RSP
                         PERFORM 030-APLICA-RESPUESTA
                         MOVE 'S'       TO WS-FIN-ARCHIVO
                      END-IF
                   END-IF
           END-READ.
       022-FIN.
           EXIT.
      * SDAT-40181F
      *
      ******************************************************************
      *    APLICA LA RESPUESTA AL RENGLON EN TURNO: UN TIMBRADO       *
      *    ACEPTADO ESTAMPA SU UUID, UNO RECHAZADO SE VA A LA LISTA   *
      *    DE TRABAJO Y EL RENGLON QUEDA PENDIENTE                    *
      ******************************************************************
       030-APLICA-RESPUESTA.
           MOVE 'S'                     TO RSP-E-USADA (WS-KX-RSP).
           IF RSP-E-ESTATUS (WS-KX-RSP) = 'AC'
              MOVE RSP-E-UUID (WS-KX-RSP) TO HDET-UUID
      * SDAT-40181I
              REWRITE REG-HIST
                      INVALID KEY
                         DISPLAY W000-PROG ' NO SE PUDO ACTUALIZAR '
                                 HDET-LLAVE ' FS=' WS-FS-HIST
                         PERFORM 999-ABORTA
              END-REWRITE
      * SDAT-40181F
              ADD 1                     TO WS-TOT-UUID-CARGADOS
           ELSE
              ADD 1                     TO WS-TOT-TIMBRE-RECHAZADO
              MOVE 'RECHAZADO PAC'      TO W1-01-DET-SITUACION
              MOVE HDET-IREF            TO W1-01-DET-IREF
              MOVE HDET-CCTAINVPAT      TO W1-01-DET-CCTA
              MOVE HDET-IRFC            TO W1-01-DET-IRFC
              MOVE RSP-E-MOTIVO (WS-KX-RSP) TO W1-01-DET-MOTIVO
              PERFORM 040-GRABA-RECHAZO
           END-IF.
       030-FIN.
           EXIT.
      *
       040-GRABA-RECHAZO.
           IF WS-ENCAB-RECHAZO = ZEROS
      ******************************************************************
       080-CIERRA-ARCHIVOS.
           CLOSE ARCH-RESP-PAC
                 ARCH-HIST
                 ARCH-RPT-RECHAZO.
       080-FIN.
           EXIT.
                   WS-TOT-UUID-CARGADOS
           DISPLAY W000-PROG '   TIMBRADOS RECHAZADOS     : '
                   WS-TOT-TIMBRE-RECHAZADO
           DISPLAY W000-PROG '   ACUSES SIN HISTORICO     : '
                   WS-TOT-RESP-SIN-HIST
           GOBACK.
