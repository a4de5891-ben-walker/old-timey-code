*>                     with a meaning column added, so the new
*>                     control-file maintenance screen validates
*>                     against the very same dictionary.
*> Oct. 15, 2026 - BW - added DUP_DELIVERY_PCT and DUP_DELIVERY_DAYS,
*>                      the near-duplicate delivery thresholds
*>                      intake_register reads.
*> Oct. 15, 2026 - BW - added REGNAL_MODE, conv_file's regnal statute
*>                      citation switch.
*> Oct. 15, 2026 - BW - added ROMAN_DATE_MODE, conv_file's
*>                      Roman-calendar date switch.
*> Oct. 15, 2026 - BW - added XREF_CHECK, XREF_CITE_FIELD, and
*>                      XREF_CLAUSE_FIELD, conv_file's clause
*>                      cross-reference check.
*> Oct. 15, 2026 - BW - added PLAUSIBILITY_CHECK, conv_file's per-field
*>                      plausibility switch.
*> Oct. 15, 2026 - BW - added AQL_LEVEL, the acceptance-sampling level
*>                      aql_sample_job draws its sample at.
*> Oct. 15, 2026 - BW - added RACE_REPORT and RACE_MODULI, the prime
*>                      race report's switch and moduli list.
*> Oct. 15, 2026 - BW - added DIGIT_REPORT, the digit-property prime
*>                      catalog switch.
*> Oct. 15, 2026 - BW - added ARITH_REPORT, the totient / Mobius /
*>                      divisor-count tables switch.
*> Oct. 15, 2026 - BW - added SIEVE_MODE and WHEEL_BENCH, the wheel
*>                      sieve's selector and side-by-side benchmark.
*> Oct. 15, 2026 - BW - added DORMANT_DAYS, the idle days after which
*>                      access_recert_report disables an operator id.
*> Oct. 15, 2026 - BW - added the BUDGET_ keys, the space budget in MB
*>                      storage_growth_report projects each category
*>                      of the shop's files against.
*> Oct. 15, 2026 - BW - added COMPACT_AGE_DAYS, the days a closed
*>                      register entry stays live before
*>                      register_compaction_job files it to history.
*> Oct. 15, 2026 - BW - added ESCALATE_E_MINUTES, ESCALATE_W_MINUTES,
*>                      and ESCALATE_SUP_MINUTES, the call-out
*>                      margins exception_escalation_job works to.
*> Oct. 15, 2026 - BW - added CHART_MIN_POINTS and CHART_RUN_LENGTH,
*>                      source_control_chart_job's learning points
*>                      and run rule.
*> Oct. 15, 2026 - BW - added PRIV_REVIEW_DAYS, the business days a
*>                      day's privileged actions may wait for review.

01 key-dictionary-def.
    05 filler pic x(80) value "1STRICT_SYNTAX       000000000000000000000001Nenforce classical numeral syntax  ".
    05 filler pic x(80) value "1AUTO_FIX_REPETITION 000000000000000000000001Nauto-repair repetition rejects    ".
    05 filler pic x(80) value "1AUTO_FIX_SUBTRACTIVE000000000000000000000001Nauto-repair subtractive rejects   ".
    05 filler pic x(80) value "1AUTO_FIX_MIXED_CASE 000000000000000000000001Nauto-repair mixed-case rejects    ".
    05 filler pic x(80) value "1DUP_DELIVERY_PCT    000000000001000000000100Nrecords matching = near duplicate ".
    05 filler pic x(80) value "1DUP_DELIVERY_DAYS   000000000001000000099999Ndays back a near duplicate counts ".
    05 filler pic x(80) value "1REGNAL_MODE         000000000000000000000001Nresolve regnal statute citations  ".
    05 filler pic x(80) value "1ROMAN_DATE_MODE     000000000000000000000001Nrecognize Kalends/Nones/Ides dates".
    05 filler pic x(80) value "1XREF_CHECK          000000000000000000000001Ncheck clause citations per doc    ".
    05 filler pic x(80) value "1XREF_CITE_FIELD     000000000000000000000000Tfield code of clause citations    ".
    05 filler pic x(80) value "1XREF_CLAUSE_FIELD   000000000000000000000000Tfield code of clause numbers      ".
    05 filler pic x(80) value "1PLAUSIBILITY_CHECK  000000000000000000000001Nhold out-of-range field values    ".
    05 filler pic x(80) value "1AQL_LEVEL           000000000000000000000000Tacceptance AQL: 0.65,1.0..6.5     ".
    05 filler pic x(80) value "1CHART_MIN_POINTS    000000000002000000000999Npoints before chart limits apply  ".
    05 filler pic x(80) value "1CHART_RUN_LENGTH    000000000002000000000099Npoints in a row for a trend signal".
    05 filler pic x(80) value "2RANGE_START         000000000002999999999999Nsieve window start                ".
    05 filler pic x(80) value "2UPPER_LIMIT         000000000002999999999999Nsieve window upper limit          ".
    05 filler pic x(80) value "2TIMING_MODE         000000000000000000000001Nphase-by-phase timing report      ".
    05 filler pic x(80) value "2MAX_CACHES          000000000001000000000049Ncached sieve windows kept         ".
    05 filler pic x(80) value "2LUCKY_MODE          000000000000000000000001Nlucky-number sieve, not primes    ".
    05 filler pic x(80) value "2FERMAT_REPORT       000000000000000000000001Npseudoprime/Carmichael report     ".
    05 filler pic x(80) value "2RACE_REPORT         000000000000000000000001Nprime race by residue class       ".
    05 filler pic x(80) value "2RACE_MODULI         000000000000000000000000Tmoduli to race, e.g. 4,3,6,10,12  ".
    05 filler pic x(80) value "2DIGIT_REPORT        000000000000000000000001Npalindrome/emirp/permutable primes".
    05 filler pic x(80) value "2ARITH_REPORT        000000000000000000000001Ntotient/Mobius/divisor tables     ".
    05 filler pic x(80) value "2SIEVE_MODE          000000000000000000000000TCLASSIC or WHEEL marking pass     ".
    05 filler pic x(80) value "2WHEEL_BENCH         000000000000000000000001Nbenchmark classic vs. wheel       ".
    05 filler pic x(80) value "3RETENTION_DAYS      000000000000000000099999Ndays generated output is kept     ".
    05 filler pic x(80) value "3PURGE_MODE          000000000000000000000001N0 report only, 1 actually purge   ".
    05 filler pic x(80) value "3MANIFEST_FILE       000000000000000000000000Toutput manifest the purge reads   ".
    05 filler pic x(80) value "3LOG_RETAIN_MONTHS   000000000001000000000999Nmonthly log generations kept      ".
    05 filler pic x(80) value "3RESTORE_REREGISTER  000000000000000000000001Nre-register restored checkpoints  ".
    05 filler pic x(80) value "3DORMANT_DAYS        000000000000000000009999Nidle days before an id is disabled".
    05 filler pic x(80) value "3BUDGET_MASTER       000000000000000999999999NMB budget, conversion master      ".
    05 filler pic x(80) value "3BUDGET_PRIMES       000000000000000999999999NMB budget, indexed primes master  ".
    05 filler pic x(80) value "3BUDGET_REGISTERS    000000000000000999999999NMB budget, shop registers         ".
    05 filler pic x(80) value "3BUDGET_AUDIT_LOGS   000000000000000999999999NMB budget, audit log generations  ".
    05 filler pic x(80) value "3BUDGET_RUN_STATS    000000000000000999999999NMB budget, run-stats generations  ".
    05 filler pic x(80) value "3BUDGET_GENERATIONS  000000000000000999999999NMB budget, _gNNNN datasets        ".
    05 filler pic x(80) value "3BUDGET_SIEVE_CACHE  000000000000000999999999NMB budget, sieve cache library    ".
    05 filler pic x(80) value "3BUDGET_DR_SETS      000000000000000999999999NMB budget, drset_ backup sets     ".
    05 filler pic x(80) value "3COMPACT_AGE_DAYS    000000000001000000099999Ndays before closed entries compact".
    05 filler pic x(80) value "3ESCALATE_E_MINUTES  000000000000000000099999Nunacked E minutes before call-out ".
    05 filler pic x(80) value "3ESCALATE_W_MINUTES  000000000000000000099999Nunacked W minutes before call-out ".
    05 filler pic x(80) value "3ESCALATE_SUP_MINUTES000000000000000000099999Nminutes on-call before supervisor ".
    05 filler pic x(80) value "3PRIV_REVIEW_DAYS    000000000000000000000999Nbusiness days to review privileged".
01 key-dictionary redefines key-dictionary-def.
    05 dictionary-entry occurs 86 times.
        10 dict_file_number pic 9(1).
        10 dict_key pic x(20).
        10 dict_minimum pic 9(12).
        10 dict_maximum pic 9(12).
        10 dict_type pic x(1).
        10 dict_meaning pic x(34).
77 dictionary-size pic s9(4) comp value 86.
