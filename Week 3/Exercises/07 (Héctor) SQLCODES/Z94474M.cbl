
      ***************************************************
      * DA-CAMBIA-CUENTA updates LIMIT/BALANCE/address   *
      * fields on an existing account row, and COMMENTS  *
      * when the transaction carries one. Rejected       *
      * (with ROLLBACK) if the account does not exist.   *
      ***************************************************
       DA-CAMBIA-CUENTA.
              DISPLAY 'CAMBIO RECHAZADO, CUENTA NO EXISTE: '
                      TRANS-ACCTNO
           ELSE
      * El comentario del cambio (p.ej. la marca 'REVISION DE LIMITE'
      * de Z94474L) queda en la cuenta y, por lo tanto, en la imagen
      * posterior de la historia; sin comentario se conserva el actual
              IF TRANS-COMMENTS NOT = SPACES
                 MOVE TRANS-COMMENTS TO ACCT-COMMENT
              END-IF
              EXEC SQL
                   UPDATE Z94474T
                      SET LIMIT     = :ACCT-LIMIT-NVO,
                          BALANCE   = :ACCT-BALANCE-NVO,
                          ADDRESS1  = :ACCT-DIRE1-NVO,
                          ADDRESS2  = :ACCT-DIRE2-NVO,
                          ADDRESS3  = :ACCT-DIRE3-NVO,
                          COMMENTS  = :ACCT-COMMENT
                    WHERE ACCTNO    = :ACCT-ID
                   END-EXEC
              PERFORM CONFIRMA-O-DESHACE
