      *> CPY-COIN-PJRNL - GL period journal record.
      *> The standing file PROD.COIN.PERIOD.JOURNAL the month-end
      *> close (ABC150_PC) proves a month from. It is only ever
      *> appended to, by two writers:
      *>   "N" night - one per merged night, written by ABC150_PC
      *>       PARM='NIGHT': what the night's COINAUD says should
      *>       reach the GL (approved redemptions and reversals,
      *>       gross of fees) beside what its GL extract carries
      *>   "E" extract - one per month the night's GL extract
      *>       posts to, same step: its entries and their amount
      *>   "A" acknowledgment - written by ABC150_G for every
      *>       matching run, one per month / source / flag /
      *>       status / pass: the entries the GL posted, rejected
      *>       or left unacknowledged, and their amount
      *> Amounts are unsigned sums of CG-AMOUNT; a contra entry
      *> counts the same as any other, so the close proves that
      *> every entry is accounted for, not what it nets to.
        01  CPY-COIN-PJRNL-REC.
            05  PJ-REC-TYPE         PIC X(1).
                88  PJ-NIGHT        VALUE "N".
                88  PJ-EXTRACT      VALUE "E".
                88  PJ-ACK          VALUE "A".
      *> Business date of the night ("N", "E"), or the date
      *> ABC150_G matched the acknowledgments ("A").
            05  PJ-BUS-DATE         PIC 9(8).
            05  PJ-POST-PERIOD      PIC 9(6).
            05  PJ-SOURCE           PIC X(1).
            05  PJ-PERIOD-ADJ       PIC X(1).
      *> "A" records: the GL's answer, and whether the entries
      *> were first seen in the day's transmission ("F") or were
      *> suspense items from earlier nights finally answered
      *> ("S"). Suspense items still unanswered are not
      *> journaled again - they are counted once, first pass.
            05  PJ-ACK-STATUS       PIC X(1).
                88  PJ-POSTED       VALUE "P".
                88  PJ-REJECTED     VALUE "R".
                88  PJ-UNACKED      VALUE "U".
            05  PJ-PASS             PIC X(1).
                88  PJ-FIRST-PASS   VALUE "F".
                88  PJ-SUSPENSE-PASS VALUE "S".
            05  PJ-COUNT            PIC 9(9).
            05  PJ-AMOUNT           PIC 9(17).
      *> "N" records only: COINAUD approved and reversed amounts
      *> (the ABC150_B money leg, gross of fees) and the GL
      *> extract's ordinary and contra entries.
            05  PJ-AUDIT-IN-AMOUNT  PIC 9(17).
            05  PJ-AUDIT-REV-AMOUNT PIC 9(17).
            05  PJ-GL-IN-AMOUNT     PIC 9(17).
            05  PJ-GL-CONTRA-AMOUNT PIC 9(17).
