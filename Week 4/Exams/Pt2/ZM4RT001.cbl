      * SDAT-40164I  XLR0921  12ENE25 EL ACUMULADO DE EXCEPCIONES      *
      * SDAT-40164F  XLR0921          CRECE A 110 BYTES (OPERADOR Y    *
      *                                FECHA DE RESOLUCION).           *
      * SDAT-40181I  XLR0921  11MAY25 EL HISTORICO DE DETALLE POR      *
      * SDAT-40181F  XLR0921          DONANTE ES UN KSDS: SE DEPURA EN *
      *                                SITIO (LO VENCIDO SE RESGUARDA  *
      *                                CON SU IMAGEN DE 260 BYTES Y SE *
      *                                BORRA); YA NO HAY ARCHIVO DE LO *
      *                                CONSERVADO.                     *
      *----------------------------------------------------------------*
      /
       ENVIRONMENT DIVISION.
           SELECT ARCH-EXC-ARCH      ASSIGN TO UT-S-ZM4RTEA.
      *
      *    HISTORICO DE DETALLE POR DONANTE (LAYOUT ZM4DJ097)
      * SDAT-40181I
      *    (KSDS RFC + ANOMES + IREF, SE DEPURA EN SITIO)
           SELECT ARCH-DET           ASSIGN TO ZM4RTDI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS DET-LLAVE
                  FILE STATUS  IS WS-FS-DET.
      * SDAT-40181F
           SELECT ARCH-DET-ARCH      ASSIGN TO UT-S-ZM4RTDA.
      *
      *    REPORTE DE RETENCION
       01  REG-EXC-ARCH                  PIC X(110).
      * SDAT-40164F
      *
       FD  ARCH-DET
           LABEL RECORD IS STANDARD
           DATA RECORD   IS  REG-DET
      * SDAT-40181I
           RECORD CONTAINS 290 CHARACTERS.
       01  REG-DET.
           05 DET-RENGLON.
              10 DET-IEMPR               PIC X(03).
              10 DET-ANOMES              PIC 9(06).
              10 FILLER                  PIC X(251).
           05 DET-LLAVE                  PIC X(30).
      * SDAT-40181F
      *
       FD  ARCH-DET-ARCH
           LABEL RECORD IS STANDARD
       01 WS-FIN-ARCHIVO             PIC X(01)       VALUE 'N'.
          88 WS-FIN-ARCHIVO-SI                       VALUE 'S'.
          88 WS-FIN-ARCHIVO-NO                       VALUE 'N'.
      * SDAT-40181I
       01 WS-FS-DET                  PIC X(02)       VALUE ZEROS.
      * SDAT-40181F
      *
      ******************************************************************
      *  CONTADORES DEL DATASET EN PROCESO Y TOTALES DEL REPORTE       *
      *    HISTORICO DE DETALLE POR DONANTE                           *
      ******************************************************************
       030-DEPURA-DETALLE.
      * SDAT-40181I
           OPEN I-O    ARCH-DET.
           IF WS-FS-DET NOT = '00' AND NOT = '97'
              DISPLAY W000-PROG ' NO SE PUDO ABRIR EL HISTORICO DE '
                      'DETALLE ZM4RTDI, FILE STATUS=' WS-FS-DET
              PERFORM 999-ABORTA
           END-IF.
           OPEN OUTPUT ARCH-DET-ARCH.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 031-PROCESA-DET UNTIL WS-FIN-ARCHIVO-SI.
           CLOSE ARCH-DET
                 ARCH-DET-ARCH.
      * SDAT-40181F
       030-FIN.
           EXIT.
      *
       031-PROCESA-DET.
      * SDAT-40181I
           READ ARCH-DET NEXT RECORD
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   IF DET-ANOMES < WS-LIMITE-DET
                      MOVE DET-RENGLON  TO REG-DET-ARCH
                      WRITE REG-DET-ARCH
                      DELETE ARCH-DET RECORD
                      IF WS-FS-DET NOT = '00'
                         DISPLAY W000-PROG ' NO SE PUDO BORRAR '
                                 DET-LLAVE ' FS=' WS-FS-DET
                         PERFORM 999-ABORTA
                      END-IF
                      ADD 1             TO WS-RESG-DET
                   ELSE
                      ADD 1             TO WS-CONS-DET
                   END-IF
           END-READ.
      * SDAT-40181F
       031-FIN.
           EXIT.
      *
