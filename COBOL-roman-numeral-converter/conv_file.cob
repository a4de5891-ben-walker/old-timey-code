*>                     prompt was logging a spurious FAILURE here on top
*>                     of the correct SUCCESS/FAILURE entry the driver
*>                     already writes for the numeral itself.
*> Oct. 15, 2026 - BW - the trailer counts (records, tokens, valid,
*>                      invalid, review-queued) are now also written
*>                      as KEY=VALUE lines to a "<input>_controls.txt"
*>                      dataset with the run ID and business date, so
*>                      the vendor scorecard and the other after-the-
*>                      fact reports can read a batch's totals
*>                      instead of scraping the console.
*> Oct. 15, 2026 - BW - a REGNAL_MODE control-file switch now
*>                      recognizes regnal statute citations ("14 Geo.
*>                      III c. lxxviii", "1 & 2 Vict. c. xii"): the
*>                      chapter numeral goes through convert_numeral,
*>                      the regnal year is resolved to calendar years
*>                      by resolve_regnal_year against the sovereign
*>                      reference table, and the result is written to
*>                      a "<input>_regnal.txt" dataset; an unknown
*>                      sovereign, a regnal year the reign never
*>                      reached, or a bad chapter numeral goes to the
*>                      reject file under its own reason.
*> Oct. 15, 2026 - BW - a ROMAN_DATE_MODE control-file switch now
*>                      recognizes Roman-calendar dates ("a.d. III
*>                      Kal. Mar.", "prid. Id. Oct.", "a.d. bis VI
*>                      Kal. Mar."), counting back inclusively from
*>                      the Kalends, Nones, or Ides, and writes the
*>                      modern date to the dates dataset in the layout
*>                      engrossed_date_report reads (year 0000 when
*>                      the source gives none); a malformed form
*>                      rejects as "bad roman date" or "bad roman
*>                      day". The special-token reject posting is now
*>                      one paragraph shared with REGNAL_MODE.
*> Oct. 15, 2026 - BW - an XREF_CHECK control-file switch now checks a
*>                      keyed batch's clause citations ("see clause
*>                      XIV", field code XREF_CITE_FIELD) against the
*>                      clause numbers of the same document
*>                      (XREF_CLAUSE_FIELD, or every other field when
*>                      that is blank) at end of run; a citation to a
*>                      clause the document doesn't have, or to one
*>                      the sequence check reported missing, goes to
*>                      a "<input file>_xrefcheck.txt" report with its
*>                      doc/page/field and line. Citations stay out of
*>                      the clause-sequence check.
*> Oct. 15, 2026 - BW - on a keyed batch each dates-dataset record
*>                      now carries the source line's document-id and
*>                      page after the source token, so dms_load_job
*>                      can count a document's dates; the columns
*>                      engrossed_date_report reads are unchanged.
*> Oct. 15, 2026 - BW - a PLAUSIBILITY_CHECK control-file switch now
*>                      holds a keyed token whose value is out of range
*>                      for its field (field_plausibility.dat, via
*>                      check_field_plausibility) on the review queue
*>                      with a "value implausible for field" reason;
*>                      keyed review records now carry their reason,
*>                      and the trailer and controls file count the
*>                      implausible tokens.
*> Oct. 15, 2026 - BW - the finished _results.txt file is recorded on
*>                      the shop-wide checksum register (record count,
*>                      checksum, run ID), so load_conversion_master
*>                      can verify it before loading.
*> Oct. 15, 2026 - BW - crossing the delivery off the intake register
*>                      now hands mark_intake_processed the batch's
*>                      trailer-counts, results, and rejects datasets,
*>                      for the department's completion notice.
*> Oct. 15, 2026 - BW - the controls dataset now also carries the rows
*>                      written to the results dataset and the total of
*>                      their decimal column (RESULTS_ROWS,
*>                      RESULTS_VALUE), the baseline the chain-of-
*>                      custody reconciliation balances the repairs,
*>                      the master load, and the mainframe handoff
*>                      against.
*> Oct. 15, 2026 - BW - the controls dataset now also carries the
*>                      spelling profile the batch ran under
*>                      (SPELLING_PROFILE, 0 classical, 1 medieval/
*>                      additive), for the certified conversion
*>                      statement's provenance.

identification division.
program-id. convert_numeral_file.
    select dates_file assign dates_identifier
    organization is line sequential.

    *> regnal statute citations resolved to calendar years; only
    *> written in regnal_mode
    select regnal_file assign regnal_identifier
    organization is line sequential.

    *> cleanly-converting tokens whose OCR confidence fell under the
    *> operator's threshold, held for human review; only written in
    *> conf_mode

    select range_sort_file assign "rngsortwk".

    *> every clause number, citation, and sequence gap on a keyed run
    *> goes here for the end-of-run cross-reference check, plus its
    *> sorted copy and the report itself; only used when the
    *> xref_check switch is on
    select xrefwork_file assign xrefwork_identifier
    organization is line sequential.

    select xrefsort_file assign xrefsort_identifier
    organization is line sequential.

    select xrefcheck_file assign xrefcheck_identifier
    organization is line sequential.

    select xref_sort_file assign "xrfsortwk".

    *> one event record per token on a keyed run, tallied by document
    *> at end of run; only used when the doc_report switch is on
    select docwork_file assign docwork_identifier

    select seen_sort_file assign "seensortwk".

    *> the run's trailer counts as KEY=VALUE lines, readable through
    *> read_control_param by the reports that need a batch's totals
    select controls_file assign controls_identifier
    organization is line sequential.

data division.
file section.
*> specify records from the numeral file
01 rangecheck_record.
    05 rangecheck_text pic x(132).

*> one record per clause number (C), clause citation (R), or
*> sequence-check gap (G, value through xw_to) on a keyed run
fd xrefwork_file.
01 xrefwork_record.
    05 xw_doc_id pic x(10).
    05 xw_value pic 9(12).
    05 xw_kind pic x(1).
    05 xw_to pic 9(12).
    05 xw_line pic 9(9).
    05 xw_page pic x(5).
    05 xw_field pic x(5).
    05 xw_token pic x(30).

fd xrefsort_file.
01 xrefsort_record.
    05 xs_doc_id pic x(10).
    05 xs_value pic 9(12).
    05 xs_kind pic x(1).
    05 xs_to pic 9(12).
    05 xs_line pic 9(9).
    05 xs_page pic x(5).
    05 xs_field pic x(5).
    05 xs_token pic x(30).

*> clause numbers and gaps sort ahead of the citations to the same
*> value ("C" < "G" < "R")
sd xref_sort_file.
01 xref_sort_record.
    05 xsr_doc_id pic x(10).
    05 xsr_value pic 9(12).
    05 xsr_kind pic x(1).
    05 filler pic x(61).

*> one report line per citation to a clause that isn't there
fd xrefcheck_file.
01 xrefcheck_record.
    05 xrefcheck_text pic x(132).

*> one event record per token on a keyed run: which document it
*> belongs to and how it was dispositioned
fd docwork_file.
    05 rvk_numeral pic x(30).
    05 filler pic x(1).
    05 rvk_decimal pic z(11)9.
    05 filler pic x(1).
    05 rvk_reason pic x(28).

*> one record per recognized date token, formatted year-month-day
fd dates_file.
    05 date_text pic x(10).
    05 date_separator pic x(4).
    05 date_source pic x(30).
    *> keyed input only: the source line's document-id and page, so a
    *> date can be tallied against the document it came from
    05 date_key_separator pic x(4).
    05 date_doc_id pic x(10).
    05 filler pic x(1).
    05 date_page pic x(5).

*> one record per resolved regnal citation: the calendar years, the
*> chapter as a decimal, and the citation as the source gave it
fd regnal_file.
01 regnal_record.
    05 regnal_years pic x(9).
    05 regnal_separator pic x(4).
    05 regnal_chapter_text pic x(10).
    05 regnal_separator_2 pic x(4).
    05 regnal_source pic x(30).

*> one KEY=VALUE line per trailer count
fd controls_file.
01 controls_record.
    05 controls_line pic x(60).

*> one record per valid value, always in the canonical spelling
fd normalized_file.
77 conf_tilde_count pic s99. *> tildes found in the current token
77 conf_diverted pic 9. *> 1 once the current token has been routed to the review queue
77 review_count pic 9(9) value 0. *> tokens held back for review this run
77 results_rows pic 9(9) value 0. *> rows written to the results dataset this run
77 results_value pic 9(15) value 0. *> total of those rows' decimal column
77 plausibility_check pic 9 value 0. *> 1 = hold a keyed token outside its field's plausible range for review
77 plausibility_status pic 9. *> check_field_plausibility's verdict on the current token
77 implausible_count pic 9(9) value 0. *> tokens held back as implausible for their field
77 trailer_check pic 9 value 0. *> 1 = require and verify a control-total trailer record on the input
77 trailer_seen pic 9 value 0. *> 1 once the trailer record has been read
77 trailer_count_text pic x(20). *> record-count half of the trailer, as delivered
77 date_day_out pic 9(2). *> day piece, formatted for the date record
77 date_count pic 9(9) value 0. *> date tokens recognized and written this run
77 bad_date_count pic 9(9) value 0. *> date-shaped tokens with implausible pieces
77 regnal_mode pic 9 value 0. *> 1 = resolve regnal statute citations and write the regnal dataset
77 regnal_identifier pic x(52). *> local filename for the regnal dataset
77 regnal_handled pic 9. *> 1 once the current token has been taken as a regnal citation
77 regnal_citation pic x(30). *> the current token, trimmed
77 regnal_upper pic x(30). *> the same, upper-cased for the shape tests
77 regnal_marker_count pic s99. *> " c. " chapter markers found in the token
77 regnal_head_length pic s9(4) comp. *> characters ahead of the chapter marker
77 regnal_pointer pic s9(4) comp. *> unstring position in the regnal-year/sovereign part
77 regnal_word_start pic s9(4) comp. *> where the sovereign's name starts
77 regnal_word pic x(30). *> a word of the regnal-year/sovereign part
77 regnal_first_text pic x(30). *> first regnal year, as cited
77 regnal_second_text pic x(30). *> second regnal year of a "1 & 2" session, as cited
77 regnal_year_length pic s9(4) comp. *> trimmed length of a regnal year, for the digit check
77 regnal_sovereign pic x(30). *> the sovereign, as cited
77 regnal_chapter_numeral pic x(30). *> the chapter numeral, as cited
77 regnal_chapter_decimal pic s9(12). *> decimal equivalent of the chapter numeral
77 regnal_chapter_status pic 9. *> convert_numeral's status for the chapter
77 regnal_chapter_out pic z(5)9. *> chapter, edited for the regnal record
77 regnal_first pic 9(3). *> first regnal year
77 regnal_last pic 9(3). *> last regnal year, the same as the first for one year
77 regnal_from_year pic 9(4). *> first calendar year the citation covers
77 regnal_to_year pic 9(4). *> last calendar year the citation covers
77 regnal_status pic 9. *> resolve_regnal_year's status: 1 sovereign, 2 regnal year
77 regnal_reason pic x(16). *> reject reason for a citation that won't resolve
77 regnal_count pic 9(9) value 0. *> regnal citations resolved and written this run
77 bad_regnal_count pic 9(9) value 0. *> regnal citations rejected this run
77 special_reason pic x(16). *> reject reason for a date or citation that won't resolve
77 roman_date_mode pic 9 value 0. *> 1 = recognize Roman-calendar dates and write them to the dates dataset
77 roman_date_text pic x(30). *> the current token, upper-cased, dots to spaces
77 rd_word_count pic s9(4) comp. *> words in the token
77 rd_k pic s9(4) comp. *> index over the words
77 rd_anchor_k pic s9(4) comp. *> word holding the Kalends/Nones/Ides, 0 if none
77 rd_anchor pic x(3). *> KAL, NON, or ID
77 rd_count pic 9(3). *> inclusive count back from the anchor day, 1 for the day itself
77 rd_bis pic 9. *> 1 for the doubled a.d. bis VI Kal. Mar. of a bissextile year
77 rd_numeral pic x(30). *> a day-count or year numeral, for convert_numeral
77 rd_decimal pic s9(12). *> its decimal equivalent
77 rd_status pic 9. *> convert_numeral's status for it
77 rd_month pic 9(2). *> the month the anchor day falls in
77 rd_target_month pic 9(2). *> the month the date falls in
77 rd_year pic 9(4). *> the year, when the source gives one
77 rd_target_year pic 9(4). *> the year the date falls in, 0 when not given
77 rd_year_known pic 9. *> 1 if the source gave a year
77 rd_leap pic 9. *> 1 if the year is bissextile
77 rd_nones pic 9(2). *> the Nones of the anchor month
77 rd_ides pic 9(2). *> the Ides of the anchor month
77 rd_limit pic s9(4) comp. *> the longest count back the anchor allows
77 rd_day pic s9(4) comp. *> the modern day of the month
77 roman_date_count pic 9(9) value 0. *> Roman-calendar dates recognized and written this run
77 bad_roman_date_count pic 9(9) value 0. *> Roman-calendar forms rejected this run
*> the words of a Roman-calendar date, "A D III KAL MAR MDCCX"
01 roman-date-words.
    05 rd_word pic x(12) occurs 8 times.
*> days in each month of a common year
01 rd-month-days-def pic x(24) value "312831303130313130313031".
01 rd-month-days redefines rd-month-days-def.
    05 rd_month_days pic 9(2) occurs 12 times.
*> Latin month abbreviations, by their first three letters, with
*> the month each names (Quintilis and Sextilis by their old names)
01 rd-month-names-def.
    05 filler pic x(5) value "IAN01".
    05 filler pic x(5) value "JAN01".
    05 filler pic x(5) value "FEB02".
    05 filler pic x(5) value "MAR03".
    05 filler pic x(5) value "APR04".
    05 filler pic x(5) value "MAI05".
    05 filler pic x(5) value "MAY05".
    05 filler pic x(5) value "IUN06".
    05 filler pic x(5) value "JUN06".
    05 filler pic x(5) value "IUL07".
    05 filler pic x(5) value "JUL07".
    05 filler pic x(5) value "QUI07".
    05 filler pic x(5) value "AUG08".
    05 filler pic x(5) value "SEX08".
    05 filler pic x(5) value "SEP09".
    05 filler pic x(5) value "OCT10".
    05 filler pic x(5) value "NOV11".
    05 filler pic x(5) value "DEC12".
01 rd-month-names redefines rd-month-names-def.
    05 rd-month-entry occurs 18 times.
        10 rd_month_name pic x(3).
        10 rd_month_number pic 9(2).
77 reverse_numeral pic x(30). *> numeral generated from a decimal token in reverse_mode
77 token_length pic s9(4) comp. *> trimmed length of the current token, for the reverse_mode digit check
77 csv_decimal_text pic z(11)9. *> decimal value edited for trimming into a csv field
77 range_invert_count pic 9(9) value 0. *> ranges whose from-value exceeds their to-value
77 range_overlap_count pic 9(9) value 0. *> ranges overlapping an earlier range in the same document
77 range_gap_count pic 9(9) value 0. *> gaps between consecutive ranges in the same document
77 xref_check pic 9 value 0. *> 1 = check a keyed batch's clause citations against its clause numbers at end of run
77 xref_cite_field pic x(5) value "CITE". *> operator-configurable: field code marking a clause citation
77 xref_clause_field pic x(5) value spaces. *> operator-configurable: field code of the clause numbers, spaces for every other field
77 xrefwork_identifier pic x(84). *> this run's clause numbers, citations, and gaps, queued for the check
77 xrefsort_identifier pic x(84). *> the same in doc/value order, post-sort
77 xrefcheck_identifier pic x(52). *> local filename for the cross-reference report
77 xref_is_cite pic 9. *> 1 if the current token is a clause citation
77 xref_prior_doc pic x(10). *> doc-id of the previous scanned record
77 xref_clause_value pic 9(12). *> last clause number seen in the current document
77 xref_clause_set pic 9. *> 1 once the current document has a clause number
77 xref_gap_to pic 9(12). *> highest gap end seen so far in the current document
77 xref_value_edit pic z(11)9. *> cited value, no leading zeroes
77 xref_cite_count pic 9(9) value 0. *> citations checked this run
77 xref_absent_count pic 9(9) value 0. *> citations to a clause the document doesn't have
77 xref_missing_count pic 9(9) value 0. *> citations to a clause the sequence check reported missing
77 doc_report pic 9 value 0. *> 1 = tally and report the batch totals per document on a keyed run
77 docwork_identifier pic x(84). *> this run's per-token document events, queued for the tally
77 docsort_identifier pic x(84). *> the events in document order, post-sort
77 prov_stamped pic 9. *> 1 when the line already carries a stamp
77 prov_stamp_col pic s9(4) comp. *> column the stamp starts in; never before 71
77 prov_lines_stamped pic 9(9) value 0. *> lines stamped across the run's outputs
77 controls_identifier pic x(52). *> local filename for the trailer-counts dataset
77 controls_key pic x(20). *> key of the trailer-count line being written
77 controls_value pic 9(15). *> value of the trailer-count line being written
77 controls_value_edit pic z(14)9. *> the value, no leading zeroes
77 intake_delivery_name pic x(40). *> the input file widened to the intake register's field
77 gen_datasets pic 9 value 0. *> 1 = write each run's artifacts under a generation number
77 gencat_identifier pic x(52). *> the input file's generation catalog
77 rr_line pic 9(9). *> the reject's source line, for the register entry
77 rr_numeral pic x(30). *> the rejected numeral, for the register entry
77 rr_reason pic x(16). *> the failure reason, for the register entry
77 ck_action pic x(8) value "RECORD". *> this program only ever records its results file
77 ck_dataset pic x(64). *> the results file, for the checksum register
77 ck_record_length pic 9(4) value 0. *> the results file is line-structured
77 ck_status pic 9. *> the register's answer (unused on a RECORD)
77 business_date pic 9(8). *> the shop's business date, shown beside the run date
77 exception_severity pic x(1). *> E or W, for the exceptions dataset
77 exception_reason pic x(12). *> reason code, for the exceptions dataset
    move 0 to records_read, tokens_read, valid_count, invalid_count, overflow_count
    move 0 to sum_decimal, dup_count, range_count
    move 0 to noncanonical_count, date_count, bad_date_count
    move 0 to regnal_mode, regnal_count, bad_regnal_count
    move 0 to roman_date_mode, roman_date_count, bad_roman_date_count
    move 0 to lines_on_page, skip_target, threshold_aborted
    move 0 to checkpoint_registered
    move 1 to page_number
    move 0 to fb_mode, fb_ebcdic, sort_order, csv_mode, reverse_mode, canonical_mode
    move 0 to words_mode
    move 0 to trailer_check, trailer_seen, trailer_failed
    move 0 to conf_mode, review_count, results_rows, results_value
    move 0 to plausibility_check, implausible_count
    move 80 to conf_threshold
    move 0 to date_mode, keyed_input, dup_register
    move 0 to xbatch_count
    move spaces to seq_prior_doc
    move 0 to range_check, range_prior_set
    move 0 to range_invert_count, range_overlap_count, range_gap_count
    move 0 to xref_check, xref_cite_count, xref_absent_count, xref_missing_count
    move "CITE" to xref_cite_field
    move spaces to xref_clause_field
    move 0 to doc_report
    move 0 to opt-spelling-profile, opt-profile-applied, medieval_count
    move 0 to gen_datasets
        move function numval(param_text) to date_year_maximum
    end-if

    move "REGNAL_MODE" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1
        move function numval(param_text) to regnal_mode
    end-if

    move "ROMAN_DATE_MODE" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1
        move function numval(param_text) to roman_date_mode
    end-if

    move "DOC_REPORT" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1
        move function numval(param_text) to seq_check
    end-if

    move "XREF_CHECK" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1
        move function numval(param_text) to xref_check
    end-if

    move "XREF_CITE_FIELD" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1
        move function trim(param_text) to xref_cite_field
    end-if

    move "XREF_CLAUSE_FIELD" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1
        move function trim(param_text) to xref_clause_field
    end-if

    move "PLAUSIBILITY_CHECK" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1
        move function numval(param_text) to plausibility_check
    end-if

    move "CONF_MODE" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1
    string function trim(gen_base) delimited by size
           "_dates.txt" delimited by size
        into dates_identifier
    string function trim(gen_base) delimited by size
           "_regnal.txt" delimited by size
        into regnal_identifier
    string function trim(gen_base) delimited by size
           "_controls.txt" delimited by size
        into controls_identifier
    *> the run's scratch files live in the operator's work area when
    *> one is configured, so an abended run can't strand them beside
    *> the production data; the area is created on first use, and
    string function trim(gen_base) delimited by size
           "_doc_report.txt" delimited by size
        into docreport_identifier
    string function trim(work_base) delimited by size
           "_xrefwork.txt" delimited by size
        into xrefwork_identifier
    string function trim(work_base) delimited by size
           "_xrefsort.txt" delimited by size
        into xrefsort_identifier
    string function trim(gen_base) delimited by size
           "_xrefcheck.txt" delimited by size
        into xrefcheck_identifier

    *> the per-document report only means anything when the source
    *> lines actually carry document keys
    if keyed_input = 0
        move 0 to doc_report
        move 0 to xref_check
        move 0 to plausibility_check
    end-if

    *> if an earlier run left a checkpoint behind, pick up where it left off
                open output normalized_file
            end-if
        end-if
        if date_mode = 1 or roman_date_mode = 1
            call "CBL_CHECK_FILE_EXIST" using dates_identifier, file_check_buffer
            if return-code = 0
                open extend dates_file
                open output dates_file
            end-if
        end-if
        if regnal_mode = 1
            call "CBL_CHECK_FILE_EXIST" using regnal_identifier, file_check_buffer
            if return-code = 0
                open extend regnal_file
            else
                open output regnal_file
            end-if
        end-if
        if dup_register = 1
            call "CBL_CHECK_FILE_EXIST" using dupwork_identifier, file_check_buffer
            if return-code = 0
                open output dupwork_file
            end-if
        end-if
        if conf_mode = 1 or plausibility_check = 1
            call "CBL_CHECK_FILE_EXIST" using review_identifier, file_check_buffer
            if return-code = 0
                open extend review_file
                open output docwork_file
            end-if
        end-if
        if xref_check = 1
            call "CBL_CHECK_FILE_EXIST" using xrefwork_identifier, file_check_buffer
            if return-code = 0
                open extend xrefwork_file
            else
                open output xrefwork_file
            end-if
        end-if
        if sort_order not = 0
            call "CBL_CHECK_FILE_EXIST" using sortwork_identifier, file_check_buffer
            if return-code = 0
        if canonical_mode = 1
            open output normalized_file
        end-if
        if date_mode = 1 or roman_date_mode = 1
            open output dates_file
        end-if
        if regnal_mode = 1
            open output regnal_file
        end-if
        if dup_register = 1
            open output dupwork_file
        end-if
        if conf_mode = 1 or plausibility_check = 1
            open output review_file
        end-if
        if seq_check = 1
        if doc_report = 1
            open output docwork_file
        end-if
        if xref_check = 1
            open output xrefwork_file
        end-if
        if sort_order not = 0
            open output sortwork_file
        end-if
                    *> month dot year, each piece a numeral); take it as a
                    *> date instead of treating the dots as numeral text
                    move 0 to date_handled
                    *> a token naming the Kalends, Nones, or Ides is a
                    *> Roman-calendar date ("a.d. III Kal. Mar."); it is
                    *> taken first, since its dots would otherwise pass
                    *> for a day.month.year token
                    if roman_date_mode = 1
                        perform split_roman_date
                        if date_handled = 1
                            perform resolve_roman_date
                        end-if
                    end-if
                    *> a token opening on a regnal year and carrying a
                    *> " c. " chapter marker is a statute citation
                    *> ("14 Geo. III c. lxxviii"); the chapter is the
                    *> numeral, the regnal year is looked up. Its dots
                    *> would also pass for a day.month.year token, so
                    *> it is tried ahead of DATE_MODE
                    move 0 to regnal_handled
                    if regnal_mode = 1 and date_handled = 0
                        move function trim(token) to regnal_citation
                        move function upper-case(regnal_citation) to regnal_upper
                        move 0 to regnal_marker_count
                        inspect regnal_upper tallying regnal_marker_count for all " C. "
                        if regnal_marker_count = 1 and regnal_upper(1:1) is numeric
                            perform split_regnal_citation
                            if regnal_handled = 1
                                perform resolve_regnal_citation
                            end-if
                        end-if
                    end-if
                    if date_mode = 1 and date_handled = 0 and regnal_handled = 0
                        move 0 to date_dot_count
                        inspect token tallying date_dot_count for all "."
                        if date_dot_count = 2
                                        into date_text
                                    move " :: " to date_separator
                                    move token to date_source
                                    if keyed_input = 1
                                        move " :: " to date_key_separator
                                        move key_doc_id to date_doc_id
                                        move key_page to date_page
                                    end-if
                                    write date_record
                                    display date_text " :: " token
                                    if doc_report = 1
                            end-if
                        end-if
                    end-if
                    if date_handled = 0 and regnal_handled = 0
                    if reverse_mode = 1
                    *> reverse direction: the token is a plain decimal value
                    *> to render as a roman numeral; a non-numeric token is
                            end-if
                        end-if

                        *> cross-reference check: a citation ("see clause
                        *> XIV") and a clause number are both queued for
                        *> the end-of-run scan, since a citation can as
                        *> easily point forward as back
                        move 0 to xref_is_cite
                        if xref_check = 1 and is_range = 0
                            if key_field = xref_cite_field
                                move 1 to xref_is_cite
                            end-if
                            if xref_is_cite = 1 or xref_clause_field = spaces
                                or key_field = xref_clause_field
                                move spaces to xrefwork_record
                                move key_doc_id to xw_doc_id
                                move decimal_equivalent to xw_value
                                if xref_is_cite = 1
                                    move "R" to xw_kind
                                else
                                    move "C" to xw_kind
                                end-if
                                move 0 to xw_to
                                move records_read to xw_line
                                move key_page to xw_page
                                move key_field to xw_field
                                move token to xw_token
                                write xrefwork_record
                            end-if
                        end-if

                        *> clause-sequence check: contract clauses
                        *> should run I, II, III... without holes; a
                        *> hole is usually a page the scanner dropped.
                        *> ranges are page spans, not clause numbers,
                        *> so they stay out of the sequence, and so do
                        *> clause citations
                        if seq_check = 1 and is_range = 0 and xref_is_cite = 0
                            if keyed_input = 1 and key_doc_id not = seq_prior_doc
                                *> a new document starts its own sequence
                                move key_doc_id to seq_prior_doc
                                                delimited by size
                                            into seqcheck_text
                                        write seqcheck_record
                                        *> the gap goes to the cross-
                                        *> reference check too, so a
                                        *> citation into it says why
                                        if xref_check = 1
                                            move spaces to xrefwork_record
                                            move key_doc_id to xw_doc_id
                                            compute xw_value = seq_prior_decimal + 1
                                            move "G" to xw_kind
                                            compute xw_to = decimal_equivalent - 1
                                            move records_read to xw_line
                                            write xrefwork_record
                                        end-if
                                    when other
                                        add 1 to seq_order_count
                                        move decimal_equivalent to seq_from_edit
                            move token_confidence to rvk_confidence
                            move token to rvk_numeral
                            move decimal_equivalent to rvk_decimal
                            move "low confidence" to rvk_reason
                            write review_record_keyed
                        else
                            move spaces to review_record
                            " (confidence " token_confidence ")"
                    end-if

                    *> a keyed token that converts cleanly but is out of
                    *> range for its field (a clause number of MMXXVI) is
                    *> held back for review the same way
                    if plausibility_check = 1 and conf_diverted = 0
                        and numeral_status = 0
                        call "check_field_plausibility" using key_field,
                            decimal_equivalent, plausibility_status
                        if plausibility_status not = 0
                            move 1 to conf_diverted
                            add 1 to review_count
                            add 1 to implausible_count
                            move spaces to review_record_keyed
                            move records_read to rvk_line_number
                            move key_doc_id to rvk_doc_id
                            move key_page to rvk_page
                            move key_field to rvk_field
                            move token_confidence to rvk_confidence
                            move token to rvk_numeral
                            move decimal_equivalent to rvk_decimal
                            move "value implausible for field" to rvk_reason
                            write review_record_keyed
                            display "Review queued :: " function trim(token)
                                " (implausible for field "
                                function trim(key_field) ")"
                        end-if
                    end-if

                    if conf_diverted = 0
                    if sort_order = 0
                        *> source file order: show and write as each numeral is converted
                                numeral_status
                        end-if
                        add 1 to lines_on_page
                        add 1 to results_rows
                        add decimal_equivalent to results_value
                        if csv_mode = 1
                            move decimal_equivalent to csv_decimal_text
                            if keyed_input = 1
                    so_status
            end-if
            add 1 to lines_on_page
            add 1 to results_rows
            add so_decimal to results_value
            if csv_mode = 1
                move so_decimal to csv_decimal_text
                if keyed_input = 1
    if canonical_mode = 1
        close normalized_file
    end-if.
    if date_mode = 1 or roman_date_mode = 1
        close dates_file
    end-if.
    if regnal_mode = 1
        close regnal_file
    end-if.
    if dup_register = 1
        close dupwork_file
    end-if.
    if conf_mode = 1 or plausibility_check = 1
        close review_file
    end-if.
    if seq_check = 1
            move normalized_identifier to provtarget_identifier
            perform stamp_provenance_file
        end-if
        if date_mode = 1 or roman_date_mode = 1
            move dates_identifier to provtarget_identifier
            perform stamp_provenance_file
        end-if
        if regnal_mode = 1
            move regnal_identifier to provtarget_identifier
            perform stamp_provenance_file
        end-if
        move prov_lines_stamped to formatted_count
        display "Provenance stamped on " function trim(formatted_count)
            " record(s) (run " function trim(prov_run_id_edit) ")"
    end-if.

    *> the results file is final now: its checksum and record count go
    *> on the shop-wide register, for load_conversion_master to verify
    move results_identifier to ck_dataset
    call "update_checksum_register" using ck_action, ck_dataset,
        ck_record_length, audit_program_name, ck_status.

    *> the file existed and opened cleanly but had nothing in it
    if records_read = 0
        move 2 to file_read_status
        move bad_date_count to formatted_count
        display "Implausible dates: " formatted_count
    end-if
    if roman_date_mode = 1
        move roman_date_count to formatted_count
        display "Roman cal. dates: " formatted_count
        move bad_roman_date_count to formatted_count
        display "Bad Roman dates : " formatted_count
    end-if
    if regnal_mode = 1
        move regnal_count to formatted_count
        display "Regnal citations: " formatted_count
        move bad_regnal_count to formatted_count
        display "Unresolved cites: " formatted_count
    end-if
    if conf_mode = 1 or plausibility_check = 1
        move review_count to formatted_count
        display "Review queued   : " formatted_count
    end-if
    if plausibility_check = 1
        move implausible_count to formatted_count
        display "Implausible     : " formatted_count
    end-if
    if opt-spelling-profile = 1
        move medieval_count to formatted_count
        display "Medieval forms  : " formatted_count

    *> min/max/average of the valid decimal values, for spotting a batch
    *> that's obviously out of the expected chapter/clause range
    if valid_count - date_count - regnal_count > 0
        move min_decimal to formatted_decimal
        display "Minimum value   : " formatted_decimal
        move max_decimal to formatted_decimal
        display "Maximum value   : " formatted_decimal
        *> date tokens and regnal citations count as valid but carry
        *> no value, so they stay out of the average's divisor
        compute average_decimal rounded = sum_decimal
            / (valid_count - date_count - regnal_count)
        move average_decimal to formatted_average
        display "Average value   : " formatted_average
    end-if.
        end-if
    end-if.

    *> clause cross-reference check: sort this run's clause numbers,
    *> gaps, and citations by document and value, so each citation
    *> arrives just after the clause it names -- if the document has
    *> one -- and after any sequence gap that swallowed it
    if xref_check = 1
        close xrefwork_file
        sort xref_sort_file
            on ascending key xsr_doc_id, xsr_value, xsr_kind
            using xrefwork_file
            giving xrefsort_file

        open input xrefsort_file
        open output xrefcheck_file
        move spaces to xref_prior_doc
        move 0 to xref_clause_set, xref_clause_value, xref_gap_to
        perform forever
            read xrefsort_file
                at end exit perform
            end-read
            if xs_doc_id not = xref_prior_doc
                *> a new document has its own clauses
                move xs_doc_id to xref_prior_doc
                move 0 to xref_clause_set, xref_clause_value, xref_gap_to
            end-if
            evaluate xs_kind
                when "C"
                    move 1 to xref_clause_set
                    move xs_value to xref_clause_value
                when "G"
                    if xs_to > xref_gap_to
                        move xs_to to xref_gap_to
                    end-if
                when "R"
                    add 1 to xref_cite_count
                    if xref_clause_set = 0 or xref_clause_value not = xs_value
                        move xs_value to xref_value_edit
                        move xs_line to seq_line_edit
                        move spaces to xrefcheck_record
                        if xs_value <= xref_gap_to
                            add 1 to xref_missing_count
                            string "Missing  :: " delimited by size
                                   function trim(xs_token) delimited by size
                                   " (" delimited by size
                                   function trim(xref_value_edit) delimited by size
                                   ") cited at line " delimited by size
                                   function trim(seq_line_edit) delimited by size
                                   " doc " delimited by size
                                   function trim(xs_doc_id) delimited by size
                                   " page " delimited by size
                                   function trim(xs_page) delimited by size
                                   " field " delimited by size
                                   function trim(xs_field) delimited by size
                                   "; the sequence check found it missing"
                                    delimited by size
                                into xrefcheck_text
                        else
                            add 1 to xref_absent_count
                            string "No clause:: " delimited by size
                                   function trim(xs_token) delimited by size
                                   " (" delimited by size
                                   function trim(xref_value_edit) delimited by size
                                   ") cited at line " delimited by size
                                   function trim(seq_line_edit) delimited by size
                                   " doc " delimited by size
                                   function trim(xs_doc_id) delimited by size
                                   " page " delimited by size
                                   function trim(xs_page) delimited by size
                                   " field " delimited by size
                                   function trim(xs_field) delimited by size
                                   "; the document has no such clause"
                                    delimited by size
                                into xrefcheck_text
                        end-if
                        write xrefcheck_record
                    end-if
            end-evaluate
        end-perform
        close xrefsort_file, xrefcheck_file
        call "CBL_DELETE_FILE" using xrefwork_identifier
        call "CBL_DELETE_FILE" using xrefsort_identifier

        display " "
        display "Clause cross-reference check:"
        move xref_cite_count to formatted_count
        display "  Citations checked : " function trim(formatted_count)
        move xref_absent_count to formatted_count
        display "  To absent clauses : " function trim(formatted_count)
        move xref_missing_count to formatted_count
        display "  To missing clauses: " function trim(formatted_count)
        if xref_absent_count + xref_missing_count > 0
            display "  Report :: " function trim(xrefcheck_identifier)
        end-if
    end-if.


    *> cross-batch duplicate register: merge the still-current register
    *> entries with this run's numerals, sort the lot by numeral, and
            dup_lock_owner, dup_lock_status
    end-if.

    *> the trailer counts go out as a KEY=VALUE dataset beside the
    *> results, so a report weeks later can read this batch's totals
    *> without anyone having kept the console listing
    call "run_id_register" using prov_register_function, prov_run_id
    open output controls_file
    move "RECORDS_READ" to controls_key
    move records_read to controls_value
    perform write_controls_line
    move "TOKENS_READ" to controls_key
    move tokens_read to controls_value
    perform write_controls_line
    move "VALID" to controls_key
    move valid_count to controls_value
    perform write_controls_line
    move "INVALID" to controls_key
    move invalid_count to controls_value
    perform write_controls_line
    move "REVIEW_QUEUED" to controls_key
    move review_count to controls_value
    perform write_controls_line
    move "RESULTS_ROWS" to controls_key
    move results_rows to controls_value
    perform write_controls_line
    move "RESULTS_VALUE" to controls_key
    move results_value to controls_value
    perform write_controls_line
    if plausibility_check = 1
        move "IMPLAUSIBLE" to controls_key
        move implausible_count to controls_value
        perform write_controls_line
    end-if
    if regnal_mode = 1
        move "REGNAL" to controls_key
        move regnal_count to controls_value
        perform write_controls_line
        move "REGNAL_REJECTED" to controls_key
        move bad_regnal_count to controls_value
        perform write_controls_line
    end-if
    move "READ_STATUS" to controls_key
    move file_read_status to controls_value
    perform write_controls_line
    move "RESUMED" to controls_key
    move resumed_run to controls_value
    perform write_controls_line
    move "RUN_ID" to controls_key
    move prov_run_id to controls_value
    perform write_controls_line
    move "BUSINESS_DATE" to controls_key
    move business_date to controls_value
    perform write_controls_line
    move "SPELLING_PROFILE" to controls_key
    move opt-spelling-profile to controls_value
    perform write_controls_line
    close controls_file

    *> a batch that ran to completion crosses its delivery off the
    *> intake register (if it was ever logged there), stamped with
    *> this job's run ID
    if threshold_aborted = 0 and trailer_failed = 0
        move file_name to intake_delivery_name
        call "mark_intake_processed" using intake_delivery_name,
            controls_identifier, results_identifier, reject_identifier
    end-if.

    *> the run made it to the end cleanly, whether or not the file
    end-perform
    close provwork_file, provtarget_file
    call "CBL_DELETE_FILE" using provwork_identifier.

*> split a statute citation into regnal year(s), sovereign, and
*> chapter; anything that doesn't split that way is left for the
*> ordinary numeral handling
split_regnal_citation.
    move 0 to regnal_head_length
    inspect regnal_upper tallying regnal_head_length
        for characters before initial " C. "
    move spaces to regnal_first_text, regnal_second_text, regnal_word
    move spaces to regnal_sovereign, regnal_chapter_numeral
    move 1 to regnal_pointer
    unstring regnal_upper(1:regnal_head_length) delimited by all " "
        into regnal_first_text with pointer regnal_pointer
    move regnal_pointer to regnal_word_start
    unstring regnal_upper(1:regnal_head_length) delimited by all " "
        into regnal_word with pointer regnal_pointer
    if regnal_word = "&"
        unstring regnal_upper(1:regnal_head_length) delimited by all " "
            into regnal_second_text with pointer regnal_pointer
        move regnal_pointer to regnal_word_start
    end-if
    if regnal_word_start <= regnal_head_length
        move regnal_citation(regnal_word_start:regnal_head_length - regnal_word_start + 1)
            to regnal_sovereign
    end-if
    if regnal_head_length + 5 <= 30
        move function trim(regnal_citation(regnal_head_length + 5:))
            to regnal_chapter_numeral
    end-if
    if regnal_sovereign not = spaces and regnal_chapter_numeral not = spaces
        move 1 to regnal_handled
    end-if.

*> a split citation either resolves to the regnal dataset or is
*> rejected under its own reason
resolve_regnal_citation.
    move spaces to regnal_reason
    move function length(function trim(regnal_first_text)) to regnal_year_length
    if regnal_year_length > 3
        or regnal_first_text(1:regnal_year_length) is not numeric
        move "bad regnal year" to regnal_reason
    else
        move function numval(regnal_first_text) to regnal_first
        move regnal_first to regnal_last
    end-if
    if regnal_second_text not = spaces and regnal_reason = spaces
        move function length(function trim(regnal_second_text)) to regnal_year_length
        if regnal_year_length > 3
            or regnal_second_text(1:regnal_year_length) is not numeric
            move "bad regnal year" to regnal_reason
        else
            move function numval(regnal_second_text) to regnal_last
        end-if
    end-if
    if regnal_reason = spaces
        call "convert_numeral" using regnal_chapter_numeral,
            regnal_chapter_decimal, regnal_chapter_status, numeral-options
        if regnal_chapter_status not = 0 or regnal_chapter_decimal > 999999
            move "bad chapter" to regnal_reason
        end-if
    end-if
    if regnal_reason = spaces
        call "resolve_regnal_year" using regnal_sovereign, regnal_first,
            regnal_last, regnal_from_year, regnal_to_year, regnal_status
        evaluate regnal_status
            when 1
                move "bad sovereign" to regnal_reason
            when 2
                move "bad regnal year" to regnal_reason
        end-evaluate
    end-if

    if regnal_reason = spaces
        add 1 to valid_count
        add 1 to regnal_count
        move spaces to regnal_record
        if regnal_from_year = regnal_to_year
            move regnal_from_year to regnal_years
        else
            string regnal_from_year delimited by size
                   "-" delimited by size
                   regnal_to_year delimited by size
                into regnal_years
        end-if
        move " :: " to regnal_separator, regnal_separator_2
        move regnal_chapter_decimal to regnal_chapter_out
        string "c. " delimited by size
               function trim(regnal_chapter_out) delimited by size
            into regnal_chapter_text
        move regnal_citation to regnal_source
        write regnal_record
        display regnal_years " :: " function trim(regnal_chapter_text)
            " :: " function trim(regnal_citation)
        if doc_report = 1
            move spaces to docwork_record
            move key_doc_id to dcw_doc_id
            move 0 to dcw_reject, dcw_date, dcw_dup
            move 1 to dcw_valid
            write docwork_record
        end-if
    else
        add 1 to invalid_count
        add 1 to bad_regnal_count
        display "Unresolved citation (" function trim(regnal_reason) ") :: "
            function trim(regnal_citation)
        move regnal_reason to special_reason
        perform reject_special_token
    end-if.

*> find the Kalends, Nones, or Ides among the token's words; a token
*> without one is left for the other handling
split_roman_date.
    move function upper-case(function trim(token)) to roman_date_text
    inspect roman_date_text converting "." to " "
    move spaces to roman-date-words
    move 0 to rd_word_count
    unstring roman_date_text delimited by all " "
        into rd_word(1), rd_word(2), rd_word(3), rd_word(4),
             rd_word(5), rd_word(6), rd_word(7), rd_word(8)
        tallying in rd_word_count
        on overflow
            *> more words than any form has; the year test below
            *> then fails it as malformed
            move 9 to rd_word_count
    end-unstring
    move 0 to rd_anchor_k
    perform varying rd_k from 1 by 1 until rd_k > 8 or rd_anchor_k > 0
        evaluate true
            when rd_word(rd_k)(1:3) = "KAL"
                move "KAL" to rd_anchor
                move rd_k to rd_anchor_k
            when rd_word(rd_k)(1:3) = "NON"
                move "NON" to rd_anchor
                move rd_k to rd_anchor_k
            when rd_word(rd_k) = "ID" or rd_word(rd_k)(1:3) = "IDU"
                or rd_word(rd_k)(1:3) = "IDI"
                move "ID" to rd_anchor
                move rd_k to rd_anchor_k
        end-evaluate
    end-perform
    if rd_anchor_k > 0
        move 1 to date_handled
    end-if.

*> "[a.d. [bis] <n> | prid.] Kal./Non./Id. <month> [<year>]": count
*> back inclusively from the anchor day -- the Nones on the 7th and
*> the Ides on the 15th in March, May, July, and October, the 5th
*> and 13th otherwise; a Kalends count runs back into the month
*> before, and in a bissextile February the doubled sixth day before
*> the Kalends of March (a.d. bis VI) pushes the days after it on by
*> one. Leap years are Julian to 1582 and Gregorian after.
resolve_roman_date.
    move spaces to special_reason
    move 1 to rd_count
    move 0 to rd_bis, rd_year_known, rd_year, rd_month, rd_leap

    *> the count ahead of the anchor
    evaluate true
        when rd_anchor_k = 1
            continue
        when rd_anchor_k = 2
            and (rd_word(1) = "PRID" or rd_word(1) = "PRIDIE")
            move 2 to rd_count
        when other
            move 1 to rd_k
            evaluate true
                when rd_word(1) = "AD"
                    move 2 to rd_k
                when rd_word(1) = "A" and rd_word(2) = "D"
                    move 3 to rd_k
                when rd_word(1) = "ANTE" and rd_word(2) = "DIEM"
                    move 3 to rd_k
            end-evaluate
            if rd_word(rd_k) = "BIS"
                move 1 to rd_bis
                add 1 to rd_k
            end-if
            if rd_k + 1 not = rd_anchor_k
                move "bad roman date" to special_reason
            else
                move function lower-case(rd_word(rd_k)) to rd_numeral
                call "convert_numeral" using rd_numeral, rd_decimal,
                    rd_status, numeral-options
                if rd_status not = 0
                    move "bad roman date" to special_reason
                else
                    if rd_decimal < 3 or rd_decimal > 19
                        move "bad roman day" to special_reason
                    else
                        move rd_decimal to rd_count
                    end-if
                end-if
            end-if
    end-evaluate

    *> the month, and the year if one follows it
    if special_reason = spaces and rd_anchor_k < 8
        perform varying rd_k from 1 by 1 until rd_k > 18 or rd_month > 0
            if rd_word(rd_anchor_k + 1)(1:3) = rd_month_name(rd_k)
                move rd_month_number(rd_k) to rd_month
            end-if
        end-perform
        if rd_month = 0
            move "bad roman date" to special_reason
        end-if
    end-if
    if special_reason = spaces
        evaluate true
            when rd_word_count = rd_anchor_k + 1
                continue
            when rd_word_count = rd_anchor_k + 2
                move function lower-case(rd_word(rd_anchor_k + 2)) to rd_numeral
                call "convert_numeral" using rd_numeral, rd_decimal,
                    rd_status, numeral-options
                if rd_status not = 0
                    or rd_decimal < date_year_minimum
                    or rd_decimal > date_year_maximum
                    move "bad roman date" to special_reason
                else
                    move rd_decimal to rd_year
                    move 1 to rd_year_known
                    if function mod(rd_year, 4) = 0
                        and (rd_year <= 1582 or function mod(rd_year, 100) not = 0
                            or function mod(rd_year, 400) = 0)
                        move 1 to rd_leap
                    end-if
                end-if
            when other
                move "bad roman date" to special_reason
        end-evaluate
    end-if

    if special_reason = spaces
        if rd_month = 3 or rd_month = 5 or rd_month = 7 or rd_month = 10
            move 7 to rd_nones
        else
            move 5 to rd_nones
        end-if
        compute rd_ides = rd_nones + 8
        move rd_month to rd_target_month
        move rd_year to rd_target_year
        evaluate true
            when rd_bis = 1
                and (rd_anchor not = "KAL" or rd_month not = 3 or rd_count not = 6
                    or (rd_year_known = 1 and rd_leap = 0))
                move "bad roman date" to special_reason
            when rd_bis = 1
                move 2 to rd_target_month
                move 24 to rd_day
            when rd_anchor = "KAL" and rd_count = 1
                move 1 to rd_day
            when rd_anchor = "KAL"
                *> the days after the Ides of the month before
                if rd_month = 1
                    move 12 to rd_target_month
                    if rd_year_known = 1
                        compute rd_target_year = rd_year - 1
                    end-if
                else
                    compute rd_target_month = rd_month - 1
                end-if
                if rd_target_month = 3 or rd_target_month = 5
                    or rd_target_month = 7 or rd_target_month = 10
                    compute rd_limit = rd_month_days(rd_target_month) - 15 + 1
                else
                    compute rd_limit = rd_month_days(rd_target_month) - 13 + 1
                end-if
                if rd_count > rd_limit
                    move "bad roman day" to special_reason
                else
                    if rd_target_month = 2 and rd_leap = 1 and rd_count <= 6
                        compute rd_day = 31 - rd_count
                    else
                        compute rd_day = rd_month_days(rd_target_month) + 2 - rd_count
                    end-if
                end-if
            when rd_anchor = "NON"
                if rd_count > rd_nones - 1
                    move "bad roman day" to special_reason
                else
                    compute rd_day = rd_nones - rd_count + 1
                end-if
            when other
                if rd_count > rd_ides - rd_nones
                    move "bad roman day" to special_reason
                else
                    compute rd_day = rd_ides - rd_count + 1
                end-if
        end-evaluate
    end-if

    if special_reason = spaces
        add 1 to valid_count
        add 1 to date_count
        add 1 to roman_date_count
        move rd_target_year to date_year_out
        move rd_target_month to date_month_out
        move rd_day to date_day_out
        move spaces to date_record
        string date_year_out delimited by size
               "-" delimited by size
               date_month_out delimited by size
               "-" delimited by size
               date_day_out delimited by size
            into date_text
        move " :: " to date_separator
        move token to date_source
        if keyed_input = 1
            move " :: " to date_key_separator
            move key_doc_id to date_doc_id
            move key_page to date_page
        end-if
        write date_record
        display date_text " :: " token
        if doc_report = 1
            move spaces to docwork_record
            move key_doc_id to dcw_doc_id
            move 0 to dcw_reject, dcw_dup
            move 1 to dcw_valid, dcw_date
            write docwork_record
        end-if
    else
        add 1 to invalid_count
        add 1 to bad_roman_date_count
        display "Unreadable Roman date (" function trim(special_reason) ") :: "
            function trim(token)
        perform reject_special_token
    end-if.

*> a date or citation that was recognized but won't resolve goes to
*> the reject file and the reject register under special_reason
reject_special_token.
    if keyed_input = 1
        move spaces to reject_record_keyed
        move records_read to rjk_line_number
        move key_doc_id to rjk_doc_id
        move key_page to rjk_page
        move key_field to rjk_field
        move token to rjk_numeral
        move 0 to rjk_position
        move special_reason to rjk_reason
        write reject_record_keyed
    else
        move spaces to reject_record
        move records_read to reject_line_number
        move token to reject_numeral
        move 0 to reject_position
        move special_reason to reject_reason
        write reject_record
    end-if
    move "POST" to rr_action
    move gen_base to rr_batch
    move records_read to rr_line
    move token to rr_numeral
    move special_reason to rr_reason
    call "update_reject_register" using rr_action, rr_batch, rr_line,
        rr_numeral, rr_reason
    if doc_report = 1
        move spaces to docwork_record
        move key_doc_id to dcw_doc_id
        move 0 to dcw_valid, dcw_date, dcw_dup
        move 1 to dcw_reject
        write docwork_record
    end-if.

*> one "KEY=value" line on the trailer-counts dataset
write_controls_line.
    move controls_value to controls_value_edit
    move spaces to controls_record
    string function trim(controls_key) delimited by size
           "=" delimited by size
           function trim(controls_value_edit) delimited by size
        into controls_line
    write controls_record.
