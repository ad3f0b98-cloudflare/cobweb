      ******************************************************************
      *  GREXCTL.CPY
      *
      *  Control record GREXTRCT leaves behind for the nightly
      *  window's single pass over GAME-RESULT.  One record, rewritten
      *  every run:
      *
      *    GX-SLICE-NAME     the file holding just the business
      *                      date's GAME-RESULT records, same layout
      *                      as GAMERES.  It alternates between
      *                      GAMEDAY.1 and GAMEDAY.2 from run to run,
      *                      so a rerun never writes over the slice a
      *                      consumer may still have open.
      *    GX-INPUT-COUNT    the record-count proof: every GAMERES
      *    GX-SLICE-COUNT    record read lands in exactly one of the
      *    GX-OTHER-COUNT    slice or the other-dates count, and the
      *                      slice read back matches its count.
      *    GX-LIVE-...       the whole file's non-test tallies
      *                      STATSRPT reports, and the all-records
      *    GX-PLAYER-PICKS   pick counts SORTFRQ ranks, each table
      *    GX-COMPUTER-PICKS in rock, scissors, paper, lizard, spock
      *                      order.
      *
      *  A consumer trusts the record only when GX-EXTRACT-COMPLETE
      *  and GX-BUSINESS-DATE is the date it is running for; anything
      *  else -- a hand run, an in-progress or failed extract -- and
      *  it reads GAMERES itself as it always did.  GREXTRCT's restart
      *  checkpoint GREXCKP carries the same image with
      *  GX-EXTRACT-RUNNING, the counts as of the last checkpoint.
      *
      *  Modification history
      *  ---------------------------------------------------------------
      *  2026-10-15  jm  Original copybook.
      ******************************************************************
       01  GAMERES-EXTRACT-CONTROL.
           05  GX-STATUS                PIC X(01).
               88  GX-EXTRACT-RUNNING             VALUE 'R'.
               88  GX-EXTRACT-COMPLETE            VALUE 'C'.
               88  GX-EXTRACT-FAILED              VALUE 'F'.
           05  GX-BUSINESS-DATE         PIC 9(08).
           05  GX-RUN-DATE              PIC 9(08).
           05  GX-RUN-TIME              PIC 9(08).
           05  GX-SLICE-NAME            PIC X(12).
           05  GX-INPUT-COUNT           PIC 9(09).
           05  GX-SLICE-COUNT           PIC 9(09).
           05  GX-OTHER-COUNT           PIC 9(09).
           05  GX-FIRST-DATE            PIC 9(08).
           05  GX-LAST-DATE             PIC 9(08).
           05  GX-LIVE-PLAYS            PIC 9(09).
           05  GX-LIVE-WINS             PIC 9(09).
           05  GX-LIVE-LOSSES           PIC 9(09).
           05  GX-LIVE-TIES             PIC 9(09).
           05  GX-LIVE-CHOICE-COUNT     PIC 9(09) OCCURS 5 TIMES.
           05  GX-PLAYER-PICKS          PIC 9(09) OCCURS 5 TIMES.
           05  GX-COMPUTER-PICKS        PIC 9(09) OCCURS 5 TIMES.
           05  FILLER                   PIC X(09).
