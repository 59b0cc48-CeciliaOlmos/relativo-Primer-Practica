      *****************************************************************
      * Seleccion del plan de cuentas de la interfaz contable
      * (secuencial, un registro por concepto del club con la cuenta
      * del sistema contable que lo recibe)
      *****************************************************************
           SELECT PLAN-CUENTAS ASSIGN TO "..\plan-cuentas.dat"
           ORGANIZATION LINE SEQUENTIAL.
