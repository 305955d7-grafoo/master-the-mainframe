001110* DEPOSIT/WITHDRAWAL POSTINGS RIDE IN MNTTOT-CHANGE-NUM (THEY
001120* ARE BALANCE CHANGES TO EXISTING RECORDS); THE DAILY POSTING
001130* REGISTER CARRIES THE DEPOSIT/WITHDRAWAL SPLIT.
001140* AN INTERNAL TRANSFER COUNTS ONCE IN MNTTOT-CHANGE-NUM IN
001150* CUSTMNT (ONCE PER LEG IN CUSTDRCT, ONE PER JOURNALED REWRITE);
001160* ITS TWO LEGS NET TO ZERO IN MNTTOT-NET-DELTA.
001200*----------------------------------------------------------------
001300     05 MNTTOT-ADD-NUM     PIC 9(06).
001400     05 MNTTOT-CHANGE-NUM  PIC 9(06).
