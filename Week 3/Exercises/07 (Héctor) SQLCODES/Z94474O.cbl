      *   Z474 I <cuenta>                                             *
      *       consulta: muestra los mismos campos que el reporte del  *
      *       mantenimiento batch (limite, saldo, nombre, direccion)  *
      *       y en un segundo renglon el estatus de la cuenta (activa,*
      *       inactiva, dormida, Beneficencia o baja, ver Z94474E) con*
      *       la fecha de su ultimo movimiento o mantenimiento        *
      *                                                                *
      *   Z474 C <cuenta> <limite> <saldo> <operador>                 *
      *       cambio guardado: valida al operador contra el mismo     *
      *Respuesta a la terminal
       01 WS-SALIDA.
          05 WS-SAL-TEXTO       PIC X(79).
          05 FILLER             PIC X(01).
          05 WS-SAL-ESTATUS     PIC X(79).
       01 WS-LONG-SALIDA        PIC S9(4) COMP    VALUE +79.

       01 WS-SALIDA-CONSULTA.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 SC-APELLIDO        PIC X(13).

       01 WS-SALIDA-ESTATUS.
          05 FILLER             PIC X(09) VALUE 'ESTATUS: '.
          05 SE-ESTATUS         PIC X(12).
          05 FILLER             PIC X(21)
                                VALUE '  ULTIMO MOVIMIENTO: '.
          05 SE-FECHA           PIC X(08).
          05 FILLER             PIC X(29) VALUE SPACES.

      *Registro del catalogo de autorizaciones (el mismo AUTHFILE
      *del batch, aqui como KSDS llaveado por operador)
       01 REG-AUTORIZACION.
          02 ACCT-DIRE3        PIC X(15).
          02 ACCT-RESER        PIC X(7).
          02 ACCT-COMMENT      PIC X(50).
          02 HIST-FECHA-MAX    PIC X(8).
          02 IND-FECHA-MAX     PIC S9(4) COMP.

       01 HOST-VARIABLES-NVOS.
          02 ACCT-LIMIT-NVO     PIC S9(7)V99 COMP-3.
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WSV-HORA-SISTEMA  FROM TIME
           MOVE SPACES TO WS-ENTRADA
           MOVE SPACES TO WS-SALIDA
           EXEC CICS RECEIVE
                INTO(WS-ENTRADA)
                LENGTH(WS-LONG-ENTRADA)

      ***************************************************
      * HAZ-CONSULTA: muestra la cuenta con los mismos   *
      * campos que el reporte del mantenimiento batch,   *
      * y abajo el estatus y el ultimo movimiento        *
      ***************************************************
       HAZ-CONSULTA.
           PERFORM BUSCA-CUENTA
              MOVE ACCT-NAME    TO SC-NOMBRE
              MOVE ACCT-APEP    TO SC-APELLIDO
              MOVE WS-SALIDA-CONSULTA TO WS-SAL-TEXTO
              PERFORM ARMA-ESTATUS
              MOVE WS-SALIDA-ESTATUS TO WS-SAL-ESTATUS
              MOVE +159 TO WS-LONG-SALIDA
           ELSE
              MOVE 'CUENTA NO EXISTE' TO WS-SAL-TEXTO
           END-IF
           END-IF.


      ***************************************************
      * ARMA-ESTATUS: el estatus que guardan Z94474M     *
      * (baja) y Z94474E (inactividad) en RESERVED, y la *
      * ultima actividad del titular en la historia      *
      ***************************************************
       ARMA-ESTATUS.
           EVALUATE ACCT-RESER
              WHEN SPACES
                 MOVE 'ACTIVA'       TO SE-ESTATUS
              WHEN 'INACTIV'
                 MOVE 'INACTIVA'     TO SE-ESTATUS
              WHEN 'DORMIDA'
                 MOVE 'DORMIDA'      TO SE-ESTATUS
              WHEN 'BENEFIC'
                 MOVE 'BENEFICENCIA' TO SE-ESTATUS
              WHEN 'BAJA'
                 MOVE 'BAJA'         TO SE-ESTATUS
              WHEN OTHER
                 MOVE ACCT-RESER     TO SE-ESTATUS
           END-EVALUATE
           MOVE 'SIN DATO' TO SE-FECHA
           EXEC SQL
                SELECT MAX(FECHA)
                  INTO :HIST-FECHA-MAX :IND-FECHA-MAX
                  FROM Z94474H
                 WHERE ACCTNO = :ACCT-ID
                   AND ACCION IN ('A', 'C', 'T')
                END-EXEC
           IF SQLCODE = SQLCODE0
           AND IND-FECHA-MAX NOT < ZERO
              MOVE HIST-FECHA-MAX TO SE-FECHA
           END-IF.


       BUSCA-CUENTA.
           MOVE WS-ENT-ACCTNO TO ACCT-ID
           SET CUENTA-NO-EXISTE TO TRUE
