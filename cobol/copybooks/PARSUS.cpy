000800*  REJECT IS CORRECTED OR WRITTEN OFF - SO THE FILE IS ALWAYS   *
000900*  THE MACHINE-READABLE LIST OF REJECTS NOBODY HAS WORKED,      *
001000*  HOWEVER MANY DAILY RUNS HAVE RECREATED REJFILE SINCE.        *
001010*  A PARTITION OF A PARTITIONED DAY WRITES ITS NEW REJECTS IN   *
001020*  THIS LAYOUT TO ITS OWN SUSADD FILE INSTEAD, AND PARJOIN ADDS *
001030*  THEM TO THE KSDS UNDER THE SAME FIRST-SEEN RULE.             *
001100*  PARAGING READS IT AND PAGES OPERATIONS AS THE BUCKETS AGE.   *
001200*  A RECORD WITH REASON CODE '*PRM' IS THE LOAD-PRIMING DUMMY   *
001300*  (SEE PARSUSJB) AND IS IGNORED BY EVERY READER.               *
