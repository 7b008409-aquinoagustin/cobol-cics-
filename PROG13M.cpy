001100* MAINTENANCE HISTORY
001200* DATE       INIT  DESCRIPTION
001300* 2026-09-02 JXM   INITIAL VERSION.
001310* 2026-10-15 JXM   ROLEF AND STMTF (LINK ROLE AND STATEMENT FLAG)
001320*                  ADDED AFTER ACCTF.
001400*----------------------------------------------------------------
001500 01  PROG13MI.
001600    02  FILLER                  PIC X(12).
004100    02  ACCTFL                  PIC S9(4) COMP.
004200    02  ACCTFA                  PIC X.
004300    02  ACCTFI                  PIC X(10).
004301    02  ROLEFL                  PIC S9(4) COMP.
004302    02  ROLEFA                  PIC X.
004303    02  ROLEFI                  PIC X(01).
004304    02  STMTFL                  PIC S9(4) COMP.
004305    02  STMTFA                  PIC X.
004306    02  STMTFI                  PIC X(01).
004310    02  ACL-GRP-I OCCURS 4 TIMES.
004320       03  ACLL                 PIC S9(4) COMP.
004330       03  ACLA                 PIC X.
006500    02  STATFO                  PIC X(01).
006600    02  FILLER                  PIC X(03).
006700    02  ACCTFO                  PIC X(10).
006701    02  FILLER                  PIC X(03).
006702    02  ROLEFO                  PIC X(01).
006703    02  FILLER                  PIC X(03).
006704    02  STMTFO                  PIC X(01).
006710    02  ACL-GRP-O OCCURS 4 TIMES.
006720       03  FILLER               PIC X(03).
006730       03  ACLO                 PIC X(58).
