*>                 rest of the suite does - the new prompt must not
*>                 block the scheduled run that used to need no
*>                 operator.
*> 2026-10-15  CM  Count the validator's TYPE (unknown transaction
*>                 type) and NOSL (reversal with no open sale)
*>                 outcomes as failures.
*> 2026-10-15  CM  Count the validator's HOTC (hot-card file) outcome
*>                 as a failure.
*> 2026-10-15  CM  Count the validator's CLSD (closed merchant) outcome
*>                 as a failure.

identification division.
program-id. audit-log-analysis.
    inspect audit-line-rec tallying fail-hits for all "  FAIL".
    inspect audit-line-rec tallying fail-hits for all "  EXPD".
    inspect audit-line-rec tallying fail-hits for all "  MALF".
    inspect audit-line-rec tallying fail-hits for all "  TYPE".
    inspect audit-line-rec tallying fail-hits for all "  NOSL".
    inspect audit-line-rec tallying fail-hits for all "  HOTC".
    inspect audit-line-rec tallying fail-hits for all "  CLSD".

    if pass-hits > 0 or fail-hits > 0
        move audit-line-rec(1:10) to detail-date
