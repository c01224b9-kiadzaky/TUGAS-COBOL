      *-----------------------
      * Anomaly scan rule record - one per rule ANOMALY-SCAN knows,
      * maintained through MASTER-MAINT (ANOMALY-RULE.dat).  A rule
      * with no record runs on its built-in thresholds; AN-ACTIVE-FLAG
      * "I" switches it off.  What the two thresholds mean depends on
      * the rule:
      *   SELF-REFUND     1 = smallest refund worth flagging (0 = any)
      *   TIPS-RATIO      1 = TIPS as a % of PENJUALAN for a driver's
      *                   day, 2 = fewest orders before it counts
      *   VOID-NEAR-LIMIT 1 = % of CTL-AUTH-LIMIT a VOID must reach,
      *                   2 = VOIDs per operator in the day
      *   POST-CLOSE      1 = minutes after the seal (0 = any time)
      *   CORRECT-BURST   1 = corrections per operator in the day
      *   ERROR-BURST     1 = error log lines per program in the day
      * Every hit goes to the exception file as EX-TYPE "ANOM-" and
      * the rule ID.
      *-----------------------
       01 ANOMALY-RULE-RECORD.
         05 AN-RULE-ID PIC X(15).
         05 AN-DESCRIPTION PIC X(30).
         05 AN-THRESHOLD-1 PIC 9(7).
         05 AN-THRESHOLD-2 PIC 9(7).
         05 AN-ACTIVE-FLAG PIC X.
