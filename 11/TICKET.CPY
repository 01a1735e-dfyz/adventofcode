000001*  Help-desk reset ticket register (TICKETS).  Indexed file keyed
000002*  by ticket number.  TICKET-INTAKE registers each ticket read
000003*  from TICKETIN: a valid ticket is QUEUED and its rotation
000004*  request on PWDIN carries the ticket number; a rejected ticket
000005*  is CLOSED at once with the reason as its outcome.
000006*  TICKET-CLOSURE follows a queued ticket to the SYNCLEDG push
000007*  generated for it (TK-LEDGER-KEY) and closes it when the push
000008*  is applied, backed out or given up.  TK-BASELINE-KEY is the
000009*  account's latest SYNCLEDG entry (by stored date, then rotation
000010*  sequence) when the ticket was queued; only a push stored after
000011*  it can close the ticket.  Its date and sequence are zero when
000012*  the account had no ledger history.  Each closed ticket goes
000013*  back to the service desk once on TICKCLOS; TK-FEED-DATE
000014*  marks it as sent.
000015*  Reset types: "R" routine reset, "C" suspected compromise.
000016*  Priority runs from "1" (highest) to "4".
000017*  Shared by TICKET-INTAKE and TICKET-CLOSURE.
000018 01  ResetTicketRecord.
000019     05  TK-TICKET-NUMBER          PIC X(10).
000020     05  TK-ACCOUNT-ID             PIC X(8).
000021     05  TK-RESET-TYPE             PIC X(01).
000022         88  RoutineReset                  VALUE "R".
000023         88  CompromiseReset               VALUE "C".
000024     05  TK-REQUESTED-BY           PIC X(8).
000025     05  TK-PRIORITY               PIC X(01).
000026         88  ValidTicketPriority           VALUE "1" THRU "4".
000027     05  TK-RECEIVED-DATE          PIC 9(8).
000028     05  TK-TICKET-STATUS          PIC X(8).
000029         88  TicketQueued                  VALUE "QUEUED".
000030         88  TicketClosed                  VALUE "CLOSED".
000031     05  TK-OUTCOME                PIC X(12).
000032     05  TK-LEDGER-KEY             PIC X(18).
000033     05  TK-BASELINE-KEY.
000034         10  TK-BASELINE-ACCOUNT   PIC X(8).
000035         10  TK-BASELINE-SEQ       PIC 99.
000036         10  TK-BASELINE-DATE      PIC 9(8).
000037     05  TK-APPLIED-DATE           PIC 9(8).
000038     05  TK-CLOSED-DATE            PIC 9(8).
000039     05  TK-FEED-DATE              PIC 9(8).
