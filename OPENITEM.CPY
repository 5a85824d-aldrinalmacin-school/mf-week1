      * INSTALLMENTS HERE; THE FEE PAYMENT RUN APPLIES
      * EACH PAYMENT AGAINST THE OLDEST OPEN ITEM AND THE
      * AGING RUN AGES EVERY UNPAID ITEM FROM ITS OWN DUE
      * DATE. OI-ITEM-STATUS IS "O" (OPEN), "P" (PAID IN
      * FULL) OR "X" (WRITTEN OFF AS BAD DEBT - THE UNPAID
      * PART WAS NEVER COLLECTED); A PARTLY PAID ITEM STAYS
      * "O" WITH THE PAID AMOUNT ACCUMULATED IN
      * OI-AMOUNT-PAID.
      *****************************************************
       01  OPEN-ITEM-RECORD.
           05  OI-ITEM-KEY.
