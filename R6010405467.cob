000272*                the way every program in the suite now does -
000274*                the run date, start and end times and the
000276*                program id at bytes 90-100 of the line.
000277* 10/15/2026 DL  Carry the full register and project master rows
000278*                as they are now written - the due date and the
000279*                retainer applied on the register, the client
000280*                number on the master. A row longer than the old
000281*                layouts ended the read early and left the
000282*                reconciliation short.
000283******************************************************************
000284 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. R6010405467.
000300 AUTHOR. D. LAURENT.
000310 INSTALLATION. PROJECT ACCOUNTING - BILLING SYSTEMS.
000802*    Sales tax rides the register beside the amount - it is not
000804*    part of billings and stays out of the reconciliation.
000806     05 INVREG-TAX PIC S9(7)V99.
000808*    Due date and retainer applied - carried for the row length
000810*    only, neither is part of billings.
000812     05 INVREG-DUE-DATE PIC 9(8).
000814     05 INVREG-RET-AMT PIC S9(7)V99.
000816
000820*----------------------------------------------------------------
000830* One day's GL posting interface file - debit/credit rows then
000840* a trailer. Only the credit ('C') rows - the revenue side -
000964     05 PROJMAST-STATUS PIC X.
000966     05 PROJMAST-BILL-ARR PIC X.
000968     05 PROJMAST-ARR-AMT PIC 9(7)V99.
000969     05 PROJMAST-CLIENT-NUM PIC 9(5).
000970
000972*----------------------------------------------------------------
000974* Reconciliation listing - one line per project with the three
