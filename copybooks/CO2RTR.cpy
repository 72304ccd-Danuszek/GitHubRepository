      *
      *  CO2RTR - Results return file record formats, written by
      *  CO2RTN for the source system that sent a cycle's CALLCO2-IN
      *  feed.  Like the CO2FDR extract, this layout is versioned on
      *  its own (CO2RT-x-FORMAT-VERSION) so a change to CO2-OUT-
      *  RECORD does not silently change what a source system
      *  parses - CO2RTN translates field by field, and the version
      *  only moves when this layout does.  All three record types
      *  are fixed at 120 bytes.
      *
      *  The header echoes the source system ID and business date off
      *  the CALLCO2-IN header, the cycle, and the send number off the
      *  return log (1 on the first send, 2 and up on a resend).  One
      *  detail follows per CALLCO2-OUT record of the cycle, in the
      *  order CO2BATCH wrote them - a key re-driven, or reprocessed
      *  after a restart, appears once per result and the last one
      *  is current.  The trailer carries the detail count and the
      *  error count (status E or U) as control totals.
      *
      *  Modification History:
      *    2026-10-15  RESP  Initial version - format version 01.
      *
       01  CO2RT-HEADER-RECORD.
           05  CO2RT-H-RECORD-TYPE      PIC X(01) VALUE 'H'.
           05  CO2RT-H-FORMAT-VERSION   PIC X(02) VALUE '01'.
           05  CO2RT-H-SOURCE-SYSTEM    PIC X(08).
           05  CO2RT-H-BUSINESS-DATE    PIC 9(08).
           05  CO2RT-H-CYCLE-ID         PIC X(02).
           05  CO2RT-H-SEND-NO          PIC 9(03).
           05  CO2RT-H-BUILD-DATE       PIC 9(08).
           05  CO2RT-H-BUILD-TIME       PIC 9(08).
           05  FILLER                   PIC X(80) VALUE SPACES.

       01  CO2RT-DETAIL-RECORD.
           05  CO2RT-D-RECORD-TYPE      PIC X(01) VALUE 'D'.
           05  CO2RT-D-FORMAT-VERSION   PIC X(02) VALUE '01'.
           05  CO2RT-D-KEY              PIC 9(06).
           05  CO2RT-D-INPUT-CODE       PIC 99.
           05  CO2RT-D-STATUS           PIC X(01).
           05  CO2RT-D-RESULT-CODE      PIC 99.
           05  CO2RT-D-RESULT-NAME      PIC X(20).
           05  CO2RT-D-REASON-CODE      PIC 99.
           05  CO2RT-D-REASON-NAME      PIC X(20).
           05  CO2RT-D-CATEGORY         PIC X(02).
           05  CO2RT-D-CATEGORY-NAME    PIC X(20).
           05  CO2RT-D-REASON-TEXT      PIC X(20).
           05  FILLER                   PIC X(22) VALUE SPACES.

       01  CO2RT-TRAILER-RECORD.
           05  CO2RT-T-RECORD-TYPE      PIC X(01) VALUE 'T'.
           05  CO2RT-T-FORMAT-VERSION   PIC X(02) VALUE '01'.
           05  CO2RT-T-DETAIL-COUNT     PIC 9(09).
           05  CO2RT-T-ERROR-COUNT      PIC 9(09).
           05  FILLER                   PIC X(99) VALUE SPACES.
