000520*    COUNTS ARE ALSO CARRIED SO EACH ACTION STREAM BALANCES ON
000530*    ITS OWN AGAINST THE TRAILER.
000531*    LOG-GEN-DATE IS THE DATED GENERATION THE RUN WROTE (ZERO
000532*    FOR RUNS NOT TIED TO A GENERATION, E.G. KEY REFERENCE
000533*    MAINTENANCE), SO A RECONCILIATION OF ONE GENERATION CAN FIND
000534*    THE RUN-LOG ENTRY THAT PRODUCED IT EVEN WHEN A RESTART RAN ON
000535*    A LATER CALENDAR DAY THAN THE GENERATION DATE.
000536*    LOG-PROGRAM IS THE PROGRAM THAT WROTE THE ENTRY. LOG-JOB-ID
000537*    IS WHATEVER THE SCHEDULER PASSED AND CANNOT BE RELIED ON TO
