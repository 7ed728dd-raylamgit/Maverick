      ******************************************************************
      *    HBRCLG - REFERENCE FILE CHANGE-LOG RECORD (HBRCLGF FILE)    *
      *    ONE RECORD PER HBRMNT ADD/UPDATE/DELETE AGAINST HBRSSNF,    *
      *    HBRCCSF, HBRRSNF OR HBRMWNF: WHO KEYED IT, FROM WHICH       *
      *    TERMINAL, WHEN, AND THE FULL BEFORE AND AFTER RECORD IMAGES.*
      *    KEYED LIKE THE AUDIT TRAIL ON DATE/TIME/SEQNO.              *
      *                                                                *
      *    ROUTING (S), CCSID (C) AND MAINTENANCE WINDOW (W) CHANGES   *
      *    ARE WRITTEN PENDING (STATUS P) AND TOUCH NOTHING UNTIL A    *
      *    SECOND OPERATOR APPROVES THEM THROUGH HBRMNT ACTION P -     *
      *    APPROVAL IS WHAT APPLIES THE CHANGE TO THE FILE AND SO WHAT *
      *    MAKES IT ELIGIBLE FOR THE REFRESH ACTION. REASON (R) CHANGES*
      *    APPLY AT ONCE AND ARE LOGGED AS STATUS X.                   *
      *       STATUS P = PENDING APPROVAL (S/C/W ONLY)                 *
      *       STATUS A = APPROVED AND APPLIED                          *
      *       STATUS X = APPLIED DIRECTLY (R FILE)                     *
      *    THE RECORD KEY AND IMAGES ARE HELD IN THE WIDEST LAYOUT ANY *
      *    OF THE FOUR FILES NEEDS (HBRRSN: 260-BYTE KEY, 320-BYTE     *
      *    RECORD); SHORTER RECORDS ARE LEFT-JUSTIFIED AND SPACE-      *
      *    PADDED.                                                     *
      ******************************************************************
       01 HBRCLG-RECORD.
         10 HBRCLG-KEY.
