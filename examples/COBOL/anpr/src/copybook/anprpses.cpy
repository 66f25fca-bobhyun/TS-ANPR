*> (see config/tariffs.dat and COMPUTE-PARKING-FEE in anprpark.cbl).
*> PS-MATCH-FLAG is space for an exact entry/exit plate match and "N"
*> when the exit was paired to its entry by the near-match pass (one
*> OCR character of difference -- see FIND-NEAR-MATCH-SESSION) or
*> "M" when there was no exit read and an attendant's manual barrier
*> raise closed the visit (ANPRRAISE, anprmext.cpy -- the exit image
*> name then reads "MANUAL RAISE" and the attendant); the plate
*> recorded is always the entry read's. PS-BILLABLE-FLAG is
*> space for a billable visit and "P" when a valid permit
*> (anprpmt.cpy, config/permits.dat) made the visit non-billable --
*> "P" sessions carry a zero fee and never reach the billing extract.
