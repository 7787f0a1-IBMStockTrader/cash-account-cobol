      *   'P' CASH00 PENDING-ITEM APPROVAL (AMTLIMIT CAPS THE ITEM     *
      *       AMOUNT THE USER MAY APPROVE; ZERO = NO CAP)              *
      *   'R' CASH00 PENDING-ITEM REJECTION                            *
      *   'M' CASH02/CASH23 FX RATE AND CURRENCY MASTER MAINTENANCE,   *
      *       CASH44 FX SPREAD/MARGIN MAINTENANCE                      *
      *   'I' CASH09 INTEREST RATE ADD/UPDATE/EXPIRE                   *
      *   'U' CASH22 ENTITLEMENT MAINTENANCE ITSELF                    *
      *   'G' CASH18 STANDING ORDER ADD/UPDATE/EXPIRE                  *
      *   'L' CASH26 VELOCITY LIMIT ADD/UPDATE/EXPIRE                  *
      *   'O' CASH29 RUN-CONTROL OPERATOR OVERRIDE                     *
      *   'C' CASH31 CUSTOMER MASTER ADD/UPDATE/EXPIRE                 *
      *   'H' CASH33 HOLIDAY CALENDAR ADD/UPDATE/EXPIRE                *
      *   'J' CASH34 OWNER MERGE (CHECKED AGAINST THE REQUESTER'S     *
      *       USERID ON EACH MERGE REQUEST, NOT THE BATCH JOB'S)       *
      *   'W' CASH39 SANCTIONS REFERRAL DECISIONS (CONFIRM/CLEAR/      *
      *       RELEASE A WATCH-LIST HIT)                                *
      *   'Y' CASH46 BALANCE REBUILD UPDATE MODE (RESTORES LIVE        *
      *       CASHACCOUNTY BALANCES FROM THE REBUILD)                  *
      *   'D' CASH50 DISPUTE CASE DECISIONS AND THE CASH00 'N'/'Z'     *
      *       PROVISIONAL CREDIT AND CLAWBACK POSTINGS THEY DRIVE      *
      * A USERID WITH NO ROW HAS NO ENTITLEMENTS. REFUSALS ANSWER      *
      * 'NOT ENTITL' AND RAISE A SECURTY ALERT ON THE CSHALRT TD       *
      * QUEUE, WHICH CASH11 LOGS TO OPSLOG FOR SECURITY REVIEW.        *
