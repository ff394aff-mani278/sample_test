001750*    LOW-VOLUME ON THE PROVIDER MASTER (SEE PROVMCPY) -
001760*    PUBLISHED ANNUALLY BY CMS WITH THE OTHER RATE VALUES.
001770     05  RP-LOW-VOL-ADJ-PCT         PIC 9(01)V9(04).
001780*    OUTLIER POLICY - PREDICTED PER-TREATMENT MAP (MEDICARE
001782*    ALLOWABLE PAYMENT) FOR OUTLIER SERVICES AND THE FIXED-
001784*    DOLLAR LOSS THRESHOLD, ADULT AND PEDIATRIC.  A CLAIM'S
001786*    IMPUTED OUTLIER SERVICES MUST EXCEED THE CASE-MIX
001788*    ADJUSTED PREDICTED MAP PLUS THE WAGE-ADJUSTED FIXED-
001790*    DOLLAR LOSS BEFORE AN OUTLIER IS PAID.
001792     05  RP-ADULT-PRED-MAP-AMT      PIC 9(03)V9(02).
001794     05  RP-ADULT-FIXED-LOSS-AMT    PIC 9(03)V9(02).
001796     05  RP-PED-PRED-MAP-AMT        PIC 9(03)V9(02).
001798     05  RP-PED-FIXED-LOSS-AMT      PIC 9(03)V9(02).
