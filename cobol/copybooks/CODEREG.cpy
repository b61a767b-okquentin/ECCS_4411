000020* CODEREG.CPY  -  RECORD LAYOUT FOR THE ISSUED-CODE REGISTRY
000030*                 (CODEREG), A KEYED FILE OF EVERY CODE THE
000040*                 CHECKER HAS EVER ACCEPTED, BUILT ON THE SAME
000050*                 PATTERN AS THE KEYED ITEM MASTER (ITEMMST).
000060*                 THE KEY IS THE NORMALIZED CODE - LETTERS AND
000070*                 DIGITS ONLY, FOLDED TO UPPER CASE - SO THE
000080*                 CHECKER CATCHES A DUPLICATE ISSUED WEEKS AGO
