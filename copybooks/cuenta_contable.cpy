      * tt-programa con la cuenta del mayor a la que van sus
      * importes, mas una linea especial con mc-programa
      * "CONTRAPARTIDA" que da la cuenta de contrapartida del
      * asiento equilibrado, y las lineas "ACTIVO-COBRO" y
      * "ACTIVO-RESULT" de las bajas de inmovilizado (rutinas_90).
      * Lo mantiene rutinas_91 junto con el plan de cuentas
      * (plan_cuenta.cpy), que solo deja asignar cuentas activas.
      *
      * cuentas_nomina.dat, el mapeo del asiento de nomina
      * (rutinas_94), usa este mismo layout: en mc-programa va el
      * codigo de departamento (dp-codigo) con su cuenta de gasto de
      * personal, mas la linea especial "NOMINA-PAGAR" con la cuenta
      * de remuneraciones pendientes de pago y las lineas
      * "NOMINA-IRPF" y "NOMINA-SS" con las cuentas de retenciones y
      * de cotizaciones pendientes de ingresar, y "NOMINA-GASTO" con
      * la cuenta de gastos del personal a la que van los gastos
      * reembolsados en la nomina.
      ******************************************************************
       01 ws-cuenta-linea.
           05 mc-programa pic x(12).
