          05 W050-CONTRATO                  PIC X(30).
          05 W050-SECUENCI                  PIC X(10).
       01 S050-HALLADO                      PIC X(01) VALUE 'N'.
      *    ULTIMA LLAVE REENVIADA: UN CONTRATO REPARTIDO ENTRE
      *    COTITULARES TRAE UN RENGLON POR TITULAR Y SE REENVIAN TODOS
       01 W074-LLAVE-REENV                  PIC X(40) VALUE LOW-VALUES.
      *----
      *    ACUMULADORES
      *----
                          ELSE
                             PERFORM 074-GRABA-REENVIO
                          END-IF
                       ELSE
                          IF T050-ESTATUS (I050-K) = 'E'
                          AND W050-LLAVE = W074-LLAVE-REENV
                             PERFORM 074-GRABA-REENVIO
                          END-IF
                       END-IF
                    END-IF
                  END-IF
           END-IF
           ADD 1                        TO A990-REG-REENVIADOS
           MOVE 'E'                     TO T050-ESTATUS (I050-K)
           MOVE W050-LLAVE              TO W074-LLAVE-REENV
           EXIT.
      /
      *----
