000010*-------------------------------------------------------------------
000020* PREFREC - POSTING-REFERENCE-FILE record, keyed on the posting
000030* reference number: one record per money transaction the posting
000040* program (TRANPOST) applied, carrying what was posted and
000050* whether it has since been reversed and by which posting, so a
000060* reversal can find exactly what it is backing out and a second
000070* reversal of the same posting is refused. A reversal's own
000080* record names the posting it reversed. Key zero is the control
000090* record holding the last reference number issued; numbers are
000100* never reused.
000110*-------------------------------------------------------------------
000120 01  POSTING-REF-RECORD.
000130     05  PREF-REF-NUMBER             PIC 9(10).
000140     05  PREF-RUN-DATE               PIC X(10).
000150     05  PREF-POST-DATE              PIC X(10).
000160     05  PREF-TRAN-CODE              PIC X(03).
000170         88  PREF-DEPOSIT            VALUE 'DEP'.
000180         88  PREF-WITHDRAWAL         VALUE 'WDR'.
000190         88  PREF-PAYMENT            VALUE 'PMT'.
000200         88  PREF-REVERSAL           VALUE 'REV'.
000210     05  PREF-ACCT-ID                PIC X(07).
000220     05  PREF-AMOUNT                 PIC S9(13)V9(2)
000230                                      SIGN LEADING SEPARATE.
000240     05  PREF-REVERSAL-STATUS        PIC X(01).
000250         88  PREF-NOT-REVERSED       VALUE SPACE.
000260         88  PREF-REVERSED           VALUE 'R'.
000270     05  PREF-REVERSED-BY-REF        PIC 9(10).
000280     05  PREF-REVERSES-REF           PIC 9(10).
000290
000300 01  POSTING-REF-CONTROL.
000310     05  PREF-CTL-KEY                PIC 9(10).
000320     05  PREF-CTL-LAST-REF-NUMBER    PIC 9(10).
000330     05  FILLER                      PIC X(57).
