      * Mod: 01/09/26 - LABN - Dias de aguinaldo (CTL-AGU-DIAS) con los
      *                        que AGUINALD calcula el bono de fin de
      *                        ano
      * Mod: 15/10/26 - LABN - Parametros IMSS de los avisos
      *                        afiliatorios (factor de integracion,
      *                        tope diario del SBC, dias habiles
      *                        para presentar y registro patronal);
      *                        despues de la semilla se mantienen en
      *                        MASMANT
      * Mod: 15/10/26 - LABN - Prima vacacional (CTL-PRIMA-VAC, %) que
      *                        EmpNom y FINIQ pagan sobre los dias de
      *                        vacaciones; minimo de ley 25
      * Mod: 15/10/26 - LABN - UMA diaria (CTL-UMA) con la que CUOPAT
      *                        calcula las cuotas patronales IMSS
      * Mod: 15/10/26 - LABN - Tope de ingreso anual (CTL-AJU-TOPE)
      *                        arriba del cual AJUANUAL no hace el
      *                        ajuste anual de ISR del empleado
      * Mod: 15/10/26 - LABN - Generaciones de respaldo previo a la
      *                        corrida (CTL-RES-GEN) que conserva
      *                        RESPALDO
      * Mod: 15/10/26 - LABN - Tolerancia sobre el presupuesto por
      *                        departamento (CTL-PPT-TOL, %) con la
      *                        que PPTREP marca a los excedidos
      * Mod: 15/10/26 - LABN - Dias que un cheque emitido puede seguir
      *                        sin cobrar (CTL-CHQ-DIAS) antes de que
      *                        CHQCONC lo reporte
      * Mod: 15/10/26 - LABN - Tope de horas extra por dia y por semana
      *                        (CTL-HEX-DIA / CTL-HEX-SEM) arriba del
      *                        cual RELOJ no carga el tiempo extra
      *                        del reloj checador
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCTLLD.
           MOVE "SUPER123"             TO CTL-SUP-CLAVE.
           MOVE 20.00                  TO CTL-VAR-PCT.
           MOVE 15                     TO CTL-AGU-DIAS.
           MOVE 1.0493                 TO CTL-FAC-INT.
           MOVE 2828.50                TO CTL-SBC-TOPE.
           MOVE 5                      TO CTL-AVI-DIAS.
           MOVE SPACES                 TO CTL-REG-PAT.
           MOVE 25.00                  TO CTL-PRIMA-VAC.
           MOVE 113.14                 TO CTL-UMA.
           MOVE 400000.00              TO CTL-AJU-TOPE.
           MOVE 5                      TO CTL-RES-GEN.
           MOVE 5.00                   TO CTL-PPT-TOL.
           MOVE 90                     TO CTL-CHQ-DIAS.
           MOVE 3.00                   TO CTL-HEX-DIA.
           MOVE 12.00                  TO CTL-HEX-SEM.
           WRITE CTL-REG.
           CLOSE EMPCTL.
           STOP RUN.
