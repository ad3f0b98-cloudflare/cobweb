      *  Entry types:  EARN    posted by WORKER on play
      *                REDEEM  posted by PTSCON, always negative
      *                ADJUST  posted by PTSCON, either sign
      *                EXPIRE  posted by PTSEXPIR, always negative;
      *                        PD-REASON is THRU and the last earn
      *                        date the expiry covers
      *                ADJUST  also posted by DISPPOST, PD-REASON
      *                        UPHELD, when a disputed play is
      *                        corrected -- either sign
      *                EARN    also posted by WORKER when a daily
      *                        mission is completed, PD-REASON MSN-
      *                        and the mission id (MISSDEF.CPY)
      *                EARN    also posted by REFPAY when a referred
      *                        player qualifies, PD-REASON REFERRER
      *                        or REFERRED for the side paid
      *                GIFOUT  posted by PTSGIFT off the giver, always
      *                        negative
      *                GIFTIN  posted by PTSGIFT to the friend, always
      *                        positive; the two halves of a gift
      *                        share PD-DATE and the gift id as
      *                        PD-REASON -- G, the posting node's
      *                        WKRNODE instance id, the time as
      *                        HHMMSShh and the giver's gift count
      *                        for the day in two digits -- and net
      *                        to zero
      *                BUYIN   posted by EVENTREG in a pair, the
      *                        player's fee negative and the same
      *                        amount positive to the event's pool
      *                        account ('*POOL ' and the event id);
      *                        PD-REASON is the event id
      *                PAYOUT  posted by EVENTPAY in a pair, the pool
      *                        negative and the finisher positive
      *                REFUND  posted by EVENTPAY in a pair when the
      *                        event is cancelled, the pool negative
      *                        and the fee back to the player positive
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-09-03  jm  Original copybook.
      *  2026-10-15  jm  EXPIRE entry type for points expiry.
      *  2026-10-15  jm  UPHELD adjustments from DISPPOST.
      *  2026-10-15  jm  MSN- earn reason for daily mission rewards.
      *  2026-10-15  jm  REFERRER/REFERRED earn reasons from REFPAY.
      *  2026-10-15  jm  GIFOUT/GIFTIN pairs from PTSGIFT.
      *  2026-10-15  jm  BUYIN/PAYOUT/REFUND event pool entries.
      ******************************************************************
       01  POINTS-LEDGER-RECORD.
           05  PD-DATE                  PIC 9(08).
               88  PD-EARN-ENTRY                  VALUE 'EARN'.
               88  PD-REDEEM-ENTRY                VALUE 'REDEEM'.
               88  PD-ADJUST-ENTRY                VALUE 'ADJUST'.
               88  PD-EXPIRE-ENTRY                VALUE 'EXPIRE'.
               88  PD-GIFT-OUT-ENTRY              VALUE 'GIFOUT'.
               88  PD-GIFT-IN-ENTRY               VALUE 'GIFTIN'.
               88  PD-BUYIN-ENTRY                 VALUE 'BUYIN'.
               88  PD-PAYOUT-ENTRY                VALUE 'PAYOUT'.
               88  PD-REFUND-ENTRY                VALUE 'REFUND'.
           05  PD-REASON                PIC X(12).
           05  PD-POINTS                PIC S9(07)
                                        SIGN IS LEADING SEPARATE.
