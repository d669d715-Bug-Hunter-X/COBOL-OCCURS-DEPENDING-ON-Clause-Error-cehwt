      *    LAYOUT'S WS-ARRAY-ELEMENT/WS-ARRAY-SIZE BY HAND INSTEAD OF
      *    PULLING IN THE FULL 250,000-ENTRY OCCURS TABLE IT HAS NO
      *    USE FOR.  WIDEN BOTH TOGETHER.
      *    ARRCALC ALSO COPIES THIS BOOK - IT RELOADS THE WHOLE
      *    EXTRACT INTO WS-ARRAY TO FILL IN THE DERIVED ELEMENTS, SO
      *    IT SHARES THE SAME CAPACITY.
      *    CAPACITY WAS RAISED FROM 100 TO 250,000 ELEMENTS AND
      *    WS-ARRAY-ELEMENT WIDENED FROM PIC 9(3) TO PIC 9(9) TO
      *    KEEP HEADROOM FOR GROWING VOLUMES AND FOR REAL
