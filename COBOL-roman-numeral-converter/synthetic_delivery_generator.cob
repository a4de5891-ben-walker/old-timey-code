*> synthetic_delivery_generator.cob
*>
*> Build a synthetic numerals delivery for load-testing
*> convert_numeral_file at a realistic volume and mix, the way the
*> sieve side's prime sampler builds test keys: the operator keys a
*> size (tokens), a seed, and the mix -- the percentage of plain
*> numerals, OCR confidence-scored tokens ("xiv~087"), day.month.year
*> dates, page ranges ("x-xv"), and apothecary fractions ("xiis..")
*> -- plus whether the lines carry keyed document-id/page/field
*> columns and what percentage of tokens to break on purpose. A
*> broken token is a repetition slip ("xliiii"), a bad subtractive
*> pair ("ccil"), a stray character ("xqiv"), or mixed case
*> ("Mcmxcix"). The same seed and mix always build the same delivery.
*>
*> Written beside the delivery:
*>   <delivery>_answer_key.txt  a plan record, then one record per
*>                              token: its line, kind, injected flaw,
*>                              the outcome the batch should give it
*>                              (RESULT, REVIEW, DATE, or REJECT), and
*>                              its value -- a run's results and
*>                              rejects can be checked exactly against
*>                              what was injected
*>   <delivery>_params.txt      the control file the delivery is meant
*>                              to run under (strict syntax and mixed-
*>                              case checks on, the modes the mix
*>                              needs, no error-threshold abort), its
*>                              INPUT_FILE naming the list below
*>   <delivery>_list.txt        the one-line input list, so a
*>                              run_jobstream step can put the params
*>                              in place and run the converter on it
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. synthetic_delivery_generator.

environment division.
input-output section.
file-control.
    select delivery_file assign delivery_identifier
    organization is line sequential.

    select key_file assign key_identifier
    organization is line sequential.

    select params_file assign params_identifier
    organization is line sequential.

    select list_file assign list_identifier
    organization is line sequential.

data division.
file section.
fd delivery_file.
01 delivery_record.
    05 delivery_line pic x(132).

fd key_file.
*> the plan the delivery was built under, always the first record
01 key_plan_record.
    05 kp_kind pic x(1).
    05 filler pic x(1).
    05 kp_seed pic 9(8).
    05 filler pic x(1).
    05 kp_tokens pic 9(9).
    05 filler pic x(1).
    05 kp_plain_pct pic 9(3).
    05 filler pic x(1).
    05 kp_conf_pct pic 9(3).
    05 filler pic x(1).
    05 kp_date_pct pic 9(3).
    05 filler pic x(1).
    05 kp_range_pct pic 9(3).
    05 filler pic x(1).
    05 kp_fraction_pct pic 9(3).
    05 filler pic x(1).
    05 kp_broken_pct pic 9(3).
    05 filler pic x(1).
    05 kp_keyed pic x(1).
    05 filler pic x(1).
    05 kp_built_date pic 9(8).
    05 filler pic x(1).
    05 kp_delivery pic x(30).
*> one per token, in delivery order
01 key_token_record.
    05 kt_kind_flag pic x(1).
    05 filler pic x(1).
    05 kt_line pic 9(9).
    05 filler pic x(1).
    05 kt_token_no pic 9(2).
    05 filler pic x(1).
    05 kt_kind pic x(8).
    05 filler pic x(1).
    05 kt_flaw pic x(10).
    05 filler pic x(1).
    05 kt_expect pic x(6).
    05 filler pic x(1).
    05 kt_decimal pic 9(12).
    05 filler pic x(1).
    05 kt_twelfths pic 9(2).
    05 filler pic x(1).
    05 kt_token pic x(30).

fd params_file.
01 params_record.
    05 params_line pic x(60).

fd list_file.
01 list_record.
    05 list_line pic x(30).

working-storage section.
*> the characters a stray-character slip is drawn from: none of them
*> a numeral, a fraction mark, or a medieval spelling
01 stray-chars pic x(17) value "abefghknopqrtuwyz".
*> the invalid subtractive pairs a bad-pair slip is drawn from
01 bad-pair-table-def.
    05 filler pic x(2) value "il".
    05 filler pic x(2) value "ic".
    05 filler pic x(2) value "id".
    05 filler pic x(2) value "im".
    05 filler pic x(2) value "vx".
    05 filler pic x(2) value "vl".
    05 filler pic x(2) value "vc".
    05 filler pic x(2) value "xd".
    05 filler pic x(2) value "xm".
01 bad-pair-table redefines bad-pair-table-def.
    05 bad_pair pic x(2) occurs 9 times.
77 delivery_identifier pic x(30). *> the delivery to build, as keyed by the operator
77 key_identifier pic x(52). *> "<delivery>_answer_key.txt"
77 params_identifier pic x(52). *> "<delivery>_params.txt"
77 list_identifier pic x(52). *> "<delivery>_list.txt"
77 entry_text pic x(12). *> a keyed number, before it is checked
77 entry_length pic s9(4) comp. *> trimmed length of entry_text
77 entry_value pic 9(9). *> a keyed number, once checked
77 entry_good pic 9. *> 1 when entry_text held a usable number
77 token_target pic 9(9). *> tokens the operator asked for
77 random_seed pic 9(8). *> the seed the delivery is built from
77 random_draw pic 9v9(9). *> the current uniform draw, 0 to under 1
77 draw_span pic 9(9). *> how many values the next pick chooses among
77 draw_pick pic 9(9). *> the pick, 1 through draw_span
77 plain_pct pic 9(3). *> mix: plain numerals
77 conf_pct pic 9(3). *> mix: confidence-scored tokens
77 date_pct pic 9(3). *> mix: day.month.year dates
77 range_pct pic 9(3). *> mix: page ranges
77 fraction_pct pic 9(3). *> mix: fractions
77 broken_pct pic 9(3). *> tokens to break on purpose
77 mix_total pic 9(4). *> the mix percentages added up, which must come to 100
77 keyed_reply pic x(1). *> Y when the lines carry key columns
77 line_text pic x(132). *> the delivery line being built
77 line_pointer pic s9(4) comp. *> where the next piece of the line goes
77 line_tokens pic 9(2). *> tokens the current line is to carry
77 token_k pic 9(2). *> which token of the line is being built
77 lines_written pic 9(9) value 0. *> delivery lines written
77 tokens_written pic 9(9) value 0. *> tokens written
77 doc_number pic 9(5) value 10000. *> the running document number on a keyed delivery
77 doc_page pic 9(3) value 0. *> the running page within the document
77 doc_lines pic 9(3) value 0. *> lines written to the current document
77 page_edit pic z(2)9. *> page number, no leading zeroes
77 token_text pic x(30). *> the token being built
77 token_kind pic x(8). *> PLAIN, CONF, DATE, RANGE, or FRACTION
77 token_flaw pic x(10). *> NONE, REPETITION, BAD-PAIR, STRAY-CHAR, or MIXED-CASE
77 token_expect pic x(6). *> RESULT, REVIEW, DATE, or REJECT
77 token_decimal pic s9(12). *> the value the token should convert to
77 token_twelfths pic 9(2). *> a fraction token's twelfths
77 numeral_value pic s9(12). *> a value on its way through decimal_to_numeral
77 numeral_text pic x(30). *> decimal_to_numeral's spelling of it
77 numeral_status pic 9. *> decimal_to_numeral's status
77 numeral_length pic s9(4) comp. *> trimmed length of numeral_text
77 piece_text pic x(30). *> a second numeral, for ranges and dates
77 piece_2_text pic x(30). *> a third numeral, for dates
77 range_to_value pic 9(4). *> the "to" end of a range
77 conf_score pic 9(3). *> a confidence token's score
77 conf_edit pic 9(3). *> the score as written, three digits
77 insert_at pic s9(4) comp. *> where a stray character goes in
77 conf_threshold pic 9(3) value 80. *> scores under this are meant for the review queue
77 count_result pic 9(9) value 0. *> tokens meant for the results file
77 count_review pic 9(9) value 0. *> tokens meant for the review queue
77 count_date pic 9(9) value 0. *> tokens meant for the dates dataset
77 count_reject pic 9(9) value 0. *> tokens meant for the reject file
77 formatted_count pic z(8)9. *> counts, no leading zeroes
77 build_date pic 9(8). *> today's date, for the plan record
77 gen_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 audit_program_name pic x(30) value "synthetic_delivery_generator". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the delivery name, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    display "Delivery file to build?: " with no advancing
    accept delivery_identifier
    if delivery_identifier = spaces
        display "No delivery named; nothing built."
        move 1 to return-code
        goback
    end-if
    call "CBL_CHECK_FILE_EXIST" using delivery_identifier, gen_check_buffer
    if return-code = 0
        display "A file by that name is already on disk; choose another name."
        move delivery_identifier to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 1 to return-code
        goback
    end-if

    display "Tokens to generate?: " with no advancing
    perform accept_number
    if entry_good = 0 or entry_value = 0
        display "Not a usable token count."
        move 1 to return-code
        goback
    end-if
    move entry_value to token_target

    display "Seed (up to 8 digits)?: " with no advancing
    perform accept_number
    if entry_good = 0 or entry_value > 99999999
        display "Not a usable seed."
        move 1 to return-code
        goback
    end-if
    move entry_value to random_seed

    display "Mix -- percent plain?: " with no advancing
    perform accept_percent
    move entry_value to plain_pct
    display "Mix -- percent confidence-scored?: " with no advancing
    perform accept_percent
    move entry_value to conf_pct
    display "Mix -- percent dates?: " with no advancing
    perform accept_percent
    move entry_value to date_pct
    display "Mix -- percent ranges?: " with no advancing
    perform accept_percent
    move entry_value to range_pct
    display "Mix -- percent fractions?: " with no advancing
    perform accept_percent
    move entry_value to fraction_pct
    compute mix_total = plain_pct + conf_pct + date_pct + range_pct + fraction_pct
    if mix_total not = 100
        display "The mix comes to " mix_total "%; it must come to 100."
        move 1 to return-code
        goback
    end-if
    display "Percent of tokens to break?: " with no advancing
    perform accept_percent
    move entry_value to broken_pct
    display "Keyed lines (doc-id/page/field columns)? (Y/N): " with no advancing
    accept keyed_reply
    move function upper-case(keyed_reply) to keyed_reply

    move spaces to key_identifier, params_identifier, list_identifier
    string function trim(delivery_identifier) delimited by size
           "_answer_key.txt" delimited by size
        into key_identifier
    string function trim(delivery_identifier) delimited by size
           "_params.txt" delimited by size
        into params_identifier
    string function trim(delivery_identifier) delimited by size
           "_list.txt" delimited by size
        into list_identifier

    accept build_date from date yyyymmdd
    compute random_draw = function random(random_seed)

    open output delivery_file, key_file
    *> the plan goes first, so the key says what it is a key to
    move spaces to key_plan_record
    move "P" to kp_kind
    move random_seed to kp_seed
    move token_target to kp_tokens
    move plain_pct to kp_plain_pct
    move conf_pct to kp_conf_pct
    move date_pct to kp_date_pct
    move range_pct to kp_range_pct
    move fraction_pct to kp_fraction_pct
    move broken_pct to kp_broken_pct
    move keyed_reply to kp_keyed
    move build_date to kp_built_date
    move delivery_identifier to kp_delivery
    write key_plan_record

    perform until tokens_written >= token_target
        perform build_line
    end-perform
    close delivery_file, key_file

    perform write_params

    display "----------------------------------------------------------------"
    display "Delivery built :: " function trim(delivery_identifier)
    move lines_written to formatted_count
    display "Lines            : " formatted_count
    move tokens_written to formatted_count
    display "Tokens           : " formatted_count
    move count_result to formatted_count
    display "  for results    : " formatted_count
    move count_review to formatted_count
    display "  for review     : " formatted_count
    move count_date to formatted_count
    display "  for dates      : " formatted_count
    move count_reject to formatted_count
    display "  for rejects    : " formatted_count
    display "Answer key       :: " function trim(key_identifier)
    display "Control file     :: " function trim(params_identifier)

    move delivery_identifier to audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    move 0 to return-code
    goback.

*> one delivery line of one to three tokens, with its key columns on
*> a keyed delivery
build_line.
    add 1 to lines_written
    move spaces to line_text
    move 1 to line_pointer
    if keyed_reply = "Y"
        *> a fresh document every 20 lines, a fresh page every 5
        if doc_lines = 0 or doc_lines >= 20
            add 1 to doc_number
            move 0 to doc_lines, doc_page
        end-if
        if function mod(doc_lines, 5) = 0
            add 1 to doc_page
        end-if
        add 1 to doc_lines
        move doc_page to page_edit
        string "D-" delimited by size
               doc_number delimited by size
               "," delimited by size
               function trim(page_edit) delimited by size
               ",CL," delimited by size
            into line_text with pointer line_pointer
    end-if

    move 3 to draw_span
    perform draw_value
    move draw_pick to line_tokens
    if line_tokens > token_target - tokens_written
        compute line_tokens = token_target - tokens_written
    end-if
    perform varying token_k from 1 by 1 until token_k > line_tokens
        perform build_token
        if token_k > 1
            string "," delimited by size
                into line_text with pointer line_pointer
        end-if
        string function trim(token_text) delimited by size
            into line_text with pointer line_pointer
        add 1 to tokens_written
        perform write_key_token
    end-perform

    move line_text to delivery_line
    write delivery_record.

*> one token: broken on purpose at the broken percentage, otherwise
*> of a kind drawn by the mix
build_token.
    move spaces to token_text
    move "NONE" to token_flaw
    move 0 to token_twelfths
    move 100 to draw_span
    perform draw_value
    if draw_pick <= broken_pct
        perform build_broken_token
        exit paragraph
    end-if

    move 100 to draw_span
    perform draw_value
    evaluate true
        when draw_pick <= plain_pct
            perform build_plain_token
        when draw_pick <= plain_pct + conf_pct
            perform build_conf_token
        when draw_pick <= plain_pct + conf_pct + date_pct
            perform build_date_token
        when draw_pick <= plain_pct + conf_pct + date_pct + range_pct
            perform build_range_token
        when other
            perform build_fraction_token
    end-evaluate.

build_plain_token.
    move "PLAIN" to token_kind
    move "RESULT" to token_expect
    move 3999 to draw_span
    perform draw_value
    move draw_pick to numeral_value
    perform spell_value
    move numeral_text to token_text
    move numeral_value to token_decimal
    perform vary_case.

*> a score at or over the threshold converts as usual; one under it
*> is meant for the review queue -- about one in four
build_conf_token.
    move "CONF" to token_kind
    move 3999 to draw_span
    perform draw_value
    move draw_pick to numeral_value
    perform spell_value
    move numeral_value to token_decimal
    move 4 to draw_span
    perform draw_value
    if draw_pick = 1
        move "REVIEW" to token_expect
        compute draw_span = conf_threshold - 10
        perform draw_value
        compute conf_score = draw_pick + 9
    else
        move "RESULT" to token_expect
        compute draw_span = 100 - conf_threshold
        perform draw_value
        compute conf_score = conf_threshold + draw_pick - 1
    end-if
    move conf_score to conf_edit
    perform vary_case
    string function trim(numeral_text) delimited by size
           "~" delimited by size
           conf_edit delimited by size
        into token_text.

*> day 1-28, month 1-12, year inside the batch's default window
build_date_token.
    move "DATE" to token_kind
    move "DATE" to token_expect
    move 1201 to draw_span
    perform draw_value
    compute numeral_value = draw_pick + 999
    move numeral_value to token_decimal
    perform spell_value
    move numeral_text to piece_2_text
    move 12 to draw_span
    perform draw_value
    move draw_pick to numeral_value
    perform spell_value
    move numeral_text to piece_text
    move 28 to draw_span
    perform draw_value
    move draw_pick to numeral_value
    perform spell_value
    string function trim(numeral_text) delimited by size
           "." delimited by size
           function trim(piece_text) delimited by size
           "." delimited by size
           function trim(piece_2_text) delimited by size
        into token_text.

*> from under 900 to up to 99 past it, so the token stays inside the
*> batch's 30-character token width
build_range_token.
    move "RANGE" to token_kind
    move "RESULT" to token_expect
    move 899 to draw_span
    perform draw_value
    move draw_pick to numeral_value
    move numeral_value to token_decimal
    perform spell_value
    move numeral_text to piece_text
    move 99 to draw_span
    perform draw_value
    compute range_to_value = token_decimal + draw_pick
    move range_to_value to numeral_value
    perform spell_value
    string function trim(piece_text) delimited by size
           "-" delimited by size
           function trim(numeral_text) delimited by size
        into token_text.

*> a whole part and one to eleven twelfths: "s" for the half, a dot
*> for each further twelfth
build_fraction_token.
    move "FRACTION" to token_kind
    move "RESULT" to token_expect
    move 999 to draw_span
    perform draw_value
    move draw_pick to numeral_value
    move numeral_value to token_decimal
    perform spell_value
    move 11 to draw_span
    perform draw_value
    move draw_pick to token_twelfths
    move numeral_text to token_text
    move function length(function trim(numeral_text)) to numeral_length
    if token_twelfths >= 6
        add 1 to numeral_length
        move "s" to token_text(numeral_length:1)
        compute draw_pick = token_twelfths - 6
    else
        move token_twelfths to draw_pick
    end-if
    perform draw_pick times
        add 1 to numeral_length
        move "." to token_text(numeral_length:1)
    end-perform.

*> a plain-looking numeral with one deliberate slip in it
build_broken_token.
    move "PLAIN" to token_kind
    move "REJECT" to token_expect
    move 0 to token_decimal
    move 4 to draw_span
    perform draw_value
    evaluate draw_pick
        when 1
            *> a multiple of ten with four i's run on: "xliiii"
            move "REPETITION" to token_flaw
            move 399 to draw_span
            perform draw_value
            compute numeral_value = draw_pick * 10
            perform spell_value
            string function trim(numeral_text) delimited by size
                   "iiii" delimited by size
                into token_text
        when 2
            *> hundreds, then a pair no classical numeral allows
            move "BAD-PAIR" to token_flaw
            move 39 to draw_span
            perform draw_value
            compute numeral_value = draw_pick * 100
            perform spell_value
            move 9 to draw_span
            perform draw_value
            string function trim(numeral_text) delimited by size
                   bad_pair(draw_pick) delimited by size
                into token_text
        when 3
            *> a non-numeral letter dropped in somewhere
            move "STRAY-CHAR" to token_flaw
            move 3999 to draw_span
            perform draw_value
            move draw_pick to numeral_value
            perform spell_value
            move function length(function trim(numeral_text)) to numeral_length
            compute draw_span = numeral_length + 1
            perform draw_value
            move draw_pick to insert_at
            move 17 to draw_span
            perform draw_value
            if insert_at > 1
                string numeral_text(1:insert_at - 1) delimited by size
                    into token_text
            end-if
            move stray-chars(draw_pick:1) to token_text(insert_at:1)
            if insert_at <= numeral_length
                move numeral_text(insert_at:numeral_length - insert_at + 1)
                    to token_text(insert_at + 1:)
            end-if
        when other
            *> a capital on the front of a lower-case numeral
            move "MIXED-CASE" to token_flaw
            move 3989 to draw_span
            perform draw_value
            compute numeral_value = draw_pick + 10
            perform spell_value
            if function length(function trim(numeral_text)) = 1
                add 1 to numeral_value
                perform spell_value
            end-if
            move numeral_text to token_text
            move function upper-case(numeral_text(1:1)) to token_text(1:1)
    end-evaluate.

*> numeral_value to its canonical lower-case spelling
spell_value.
    call "decimal_to_numeral" using numeral_value, numeral_text, numeral_status
    move function lower-case(numeral_text) to numeral_text.

*> half the good tokens come in capitals, as real deliveries do;
*> a numeral all one case is never a mixed-case reject
vary_case.
    move 2 to draw_span
    perform draw_value
    if draw_pick = 2
        move function upper-case(numeral_text) to numeral_text
        if token_kind = "PLAIN"
            move numeral_text to token_text
        end-if
    end-if.

*> the next pick, 1 through draw_span, off the seeded sequence
draw_value.
    compute random_draw = function random
    compute draw_pick = random_draw * draw_span
    add 1 to draw_pick
    if draw_pick > draw_span
        move draw_span to draw_pick
    end-if.

write_key_token.
    move spaces to key_token_record
    move "T" to kt_kind_flag
    move lines_written to kt_line
    move token_k to kt_token_no
    move token_kind to kt_kind
    move token_flaw to kt_flaw
    move token_expect to kt_expect
    move token_decimal to kt_decimal
    move token_twelfths to kt_twelfths
    move token_text to kt_token
    write key_token_record
    evaluate token_expect
        when "RESULT"
            add 1 to count_result
        when "REVIEW"
            add 1 to count_review
        when "DATE"
            add 1 to count_date
        when other
            add 1 to count_reject
    end-evaluate.

*> the control file the delivery runs under, and its input list
write_params.
    open output params_file
    move "INPUT_FILE=" to params_line
    move function trim(list_identifier) to params_line(12:)
    write params_record
    move "STRICT_SYNTAX=1" to params_line
    write params_record
    move "MIXED_CASE=1" to params_line
    write params_record
    move "ERR_THRESHOLD_PCT=100" to params_line
    write params_record
    if keyed_reply = "Y"
        move "KEYED_INPUT=1" to params_line
        write params_record
    end-if
    if conf_pct > 0
        move "CONF_MODE=1" to params_line
        write params_record
        move "CONF_THRESHOLD=" to params_line
        move conf_threshold to params_line(16:3)
        write params_record
    end-if
    if date_pct > 0
        move "DATE_MODE=1" to params_line
        write params_record
        move "DATE_YEAR_MIN=1000" to params_line
        write params_record
        move "DATE_YEAR_MAX=2200" to params_line
        write params_record
    end-if
    if fraction_pct > 0
        move "FRACTION_MODE=1" to params_line
        write params_record
    end-if
    close params_file

    open output list_file
    move delivery_identifier to list_line
    write list_record
    close list_file.

*> a keyed number; entry_good 1 when it is all digits
accept_number.
    move 0 to entry_good, entry_value
    move spaces to entry_text
    accept entry_text
    move function length(function trim(entry_text)) to entry_length
    move function trim(entry_text) to entry_text
    if entry_text not = spaces and entry_length <= 9
        and entry_text(1:entry_length) is numeric
        move function numval(entry_text) to entry_value
        move 1 to entry_good
    end-if.

*> a keyed percentage; anything unusable counts as 0
accept_percent.
    perform accept_number
    if entry_good = 0 or entry_value > 100
        move 0 to entry_value
    end-if.
