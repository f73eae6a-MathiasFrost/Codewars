      * and from the ACKMATCH settlement-acknowledgment step:
      *   'ACKU' - promoted RESULTS rows still unacknowledged after
      *            the agreed grace period
      * and from the INVMATCH branch inventory confirmation:
      *   'INVB' - inventory breaks: numbers claimed but not held,
      *            plus live numbers the holder did not list
      *   'INVN' - requestors that sent no inventory at all
      * ALERT-VALUE carries the measured figure, ALERT-THRESHOLD the
      * configured limit (zero for the unconditional alerts).
      *****************************************************************
