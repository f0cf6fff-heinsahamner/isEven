001830*    VALUE SO EXISTING CONSUMERS ARE UNDISTURBED.
001840     05  XTR-SIGN                PIC X(01).
001850         88  XTR-IS-NEGATIVE             VALUE '-'.
001860*    THE PAR-SOURCE-CODE THE RECORD ARRIVED UNDER ('1'/'2'/'3'
001870*    FEEDER BRANCH, 'R' RECYCLED, BLANK UNSTAMPED) - CARRIED SO
001880*    PARRETRN CAN SPLIT THE DAY'S RESULTS BACK OUT PER BRANCH.
001890     05  XTR-SOURCE-CODE         PIC X(01).
001891*    THE NUMBER THE INPUT ARRIVED UNDER WHEN IT WAS RE-ROUTED
001892*    FROM A RETIRED (MERGED) ACCOUNT TO XTR-ACCOUNT-NO, ITS
001893*    SUCCESSOR - BLANK OTHERWISE (SEE PARACC).
001894     05  XTR-ORIG-ACCOUNT-NO     PIC X(10).
001900     05  FILLER                  PIC X(06).
