      *     empleados-file lookups, applied here to a key that was
      *     declared in division_de_entorno.cbl but never actually
      *     read by anything.
      *   - a foreign-currency transaction is followed by a line with
      *     its currency, the original importe and the rate it was
      *     converted at; tr-importe stays the EUR figure.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_27.
                        DISPLAY tr-numero-transaccion " "
                                tr-fecha " " tr-importe " "
                                tr-descripcion
      * una transaccion en divisa ensena tambien lo que llego
                        IF tr-moneda NOT = SPACES
                                AND tr-moneda NOT = "EUR"
                            DISPLAY "    " tr-moneda " "
                                    tr-importe-origen " al cambio "
                                    tr-cambio
                        END-IF
                    ELSE
                        SET ws-fin-busqueda TO TRUE
                    END-IF
