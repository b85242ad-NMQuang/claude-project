      *****************************************************************
      * UNIT-PRICE LOOKUP PARAMETER AREA - SHARED BY PRCLOOK AND ITS  *
      * CALLERS (ORDPROC LINE CAPTURE, BOTH MODES; VALIDATE QUOTATION *
      * LINES)                                                        *
      * Inputs: customer, product code, order date and the PRODMAST   *
      * standard price to fall back on. Output: the unit price in     *
      * force for the order date and where it came from ('C'          *
