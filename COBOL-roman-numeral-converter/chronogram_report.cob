*> chronogram_report.cob
*>
*> Solve the chronograms on the rare-books side's Latin title pages
*> and inscriptions, where the date is hidden in the text: the
*> capital numeral letters of the sentence add up to the year. Reads
*> a file of free text, one line per chronogram, and for each line
*> reports the year it encodes, with the text echoed and a caret
*> under every letter that was counted, so the sum can be checked
*> against the page instead of recounted on paper.
*>
*> Only capitals count -- the printer capitalized the numeral
*> letters precisely so they could be found. Each one is valued
*> through get_decimal, so a numeral_values.dat override applies
*> here as it does to every conversion; by the usual chronogram
*> convention U is read as V, J as I, and W as two V's. A year
*> outside the plausible window (DATE_YEAR_MIN to DATE_YEAR_MAX on
*> roman_converter_params.txt, the same window DATE_MODE uses) is
*> flagged for a second look rather than dropped, and a line with
*> no numeral capitals at all is reported as such.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. chronogram_report.

environment division.
input-output section.
file-control.
    *> free text, one chronogram per line
    select text_file assign text_identifier
    organization is line sequential.

    select chronogram_file assign chronogram_identifier
    organization is line sequential.

data division.
file section.
fd text_file.
01 text_record.
    05 text_line pic x(128).

fd chronogram_file.
01 chronogram_record.
    05 chronogram_text pic x(132).

working-storage section.
77 text_identifier pic x(52). *> local filename, needed for dynamic assign
77 chronogram_identifier pic x(56). *> the chronogram report
77 report_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 name_length pic s9(4) comp. *> trimmed length of the text file name
77 text_length pic s9(4) comp. *> trimmed length of the current line
77 char_k pic s9(4) comp. *> position in the current line
77 numeral_character pic x. *> the lower-case numeral get_decimal is asked about
77 character_value pic 9(4). *> get_decimal's value for it
77 character_status pic 9. *> get_decimal's status, 1 if not a numeral
77 letter_weight pic 9. *> 2 for a W (two V's), 1 otherwise
77 letter_counted pic 9. *> 1 if the current character counts
77 line_sum pic 9(6). *> the year the current line encodes
77 letters_counted pic 9(4). *> numeral capitals in the current line
77 caret_line pic x(132). *> carets under the counted letters
77 counted_letters pic x(128). *> the counted letters, in order
77 counted_k pic s9(4) comp. *> next free position in counted_letters
77 year_minimum pic 9(4) value 1000. *> operator-configurable: earliest plausible year
77 year_maximum pic 9(4) value 2200. *> operator-configurable: latest plausible year
77 param_identifier pic x(40) value "roman_converter_params.txt". *> the converter's control file
77 param_key pic x(20). *> key to look up
77 param_text pic x(30). *> value found
77 param_found pic 9. *> 1 if the key was present
77 formatted_line pic z(5)9. *> line number, no leading zeroes
77 formatted_sum pic z(5)9. *> the year, no leading zeroes
77 formatted_letters pic z(3)9. *> letter count, no leading zeroes
77 lines_read pic 9(9) value 0. *> text lines read
77 lines_solved pic 9(9) value 0. *> lines whose year falls in the window
77 lines_flagged pic 9(9) value 0. *> lines whose year falls outside it
77 lines_empty pic 9(9) value 0. *> lines with no numeral capitals
77 formatted_count pic z(8)9. *> for printing counts, no leading zeroes
77 audit_program_name pic x(30) value "chronogram_report". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> the text file name, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    display "Chronogram text file?: " with no advancing
    accept text_identifier

    call "CBL_CHECK_FILE_EXIST" using text_identifier, report_check_buffer
    if return-code not = 0
        display "File not found :: " function trim(text_identifier)
        move text_identifier to audit_key_param
        move "FAILURE" to audit_result
        call "write_audit_log" using audit_program_name, audit_key_param, audit_result
        move 1 to return-code
        goback
    end-if

    move "DATE_YEAR_MIN" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1
        move function numval(param_text) to year_minimum
    end-if
    move "DATE_YEAR_MAX" to param_key
    call "read_control_param" using param_identifier, param_key, param_text, param_found
    if param_found = 1
        move function numval(param_text) to year_maximum
    end-if

    move function length(function trim(text_identifier)) to name_length
    move spaces to chronogram_identifier
    if name_length > 4 and text_identifier(name_length - 3 : 4) = ".txt"
        string text_identifier(1 : name_length - 4) delimited by size
               "_chronogram.txt" delimited by size
            into chronogram_identifier
    else
        string function trim(text_identifier) delimited by size
               "_chronogram.txt" delimited by size
            into chronogram_identifier
    end-if

    open input text_file
    open output chronogram_file
    perform forever
        read text_file
            at end exit perform
        end-read
        add 1 to lines_read
        if text_line = spaces
            exit perform cycle
        end-if
        perform solve_line
        perform write_solution
    end-perform
    close text_file, chronogram_file

    display "----------------------------------------------------------------"
    move lines_read to formatted_count
    display "Lines read       : " formatted_count
    move lines_solved to formatted_count
    display "Years found      : " formatted_count
    move lines_flagged to formatted_count
    display "Outside window   : " formatted_count
    move lines_empty to formatted_count
    display "No numeral caps  : " formatted_count
    display "Chronogram report :: " function trim(chronogram_identifier)

    move text_identifier to audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    move 0 to return-code
    goback.

*> add up the line's numeral capitals, marking each one counted
solve_line.
    move 0 to line_sum, letters_counted
    move spaces to caret_line, counted_letters
    move 1 to counted_k
    move function length(function trim(text_line, trailing)) to text_length
    perform varying char_k from 1 by 1 until char_k > text_length
        move 0 to letter_counted
        move 1 to letter_weight
        evaluate text_line(char_k:1)
            when "I" when "V" when "X" when "L" when "C" when "D" when "M"
                move function lower-case(text_line(char_k:1)) to numeral_character
                move 1 to letter_counted
            when "U"
                move "v" to numeral_character
                move 1 to letter_counted
            when "J"
                move "i" to numeral_character
                move 1 to letter_counted
            when "W"
                move "v" to numeral_character
                move 2 to letter_weight
                move 1 to letter_counted
        end-evaluate
        if letter_counted = 1
            call "get_decimal" using numeral_character, character_value,
                character_status
            if character_status = 0
                compute line_sum = line_sum + character_value * letter_weight
                add 1 to letters_counted
                move "^" to caret_line(char_k + 4:1)
                move text_line(char_k:1) to counted_letters(counted_k:1)
                add 1 to counted_k
            end-if
        end-if
    end-perform.

write_solution.
    move lines_read to formatted_line
    move line_sum to formatted_sum
    move letters_counted to formatted_letters
    move spaces to chronogram_record
    evaluate true
        when letters_counted = 0
            add 1 to lines_empty
            string "Line " delimited by size
                   function trim(formatted_line) delimited by size
                   ": no numeral capitals" delimited by size
                into chronogram_text
        when line_sum < year_minimum or line_sum > year_maximum
            add 1 to lines_flagged
            string "Line " delimited by size
                   function trim(formatted_line) delimited by size
                   ": " delimited by size
                   function trim(formatted_sum) delimited by size
                   "  ** OUTSIDE " delimited by size
                   year_minimum delimited by size
                   "-" delimited by size
                   year_maximum delimited by size
                   ", CHECK THE COUNT **" delimited by size
                into chronogram_text
        when other
            add 1 to lines_solved
            string "Line " delimited by size
                   function trim(formatted_line) delimited by size
                   ": " delimited by size
                   function trim(formatted_sum) delimited by size
                into chronogram_text
    end-evaluate
    write chronogram_record
    display function trim(chronogram_text)

    move spaces to chronogram_record
    string "    " delimited by size
           text_line delimited by size
        into chronogram_text
    write chronogram_record
    if letters_counted > 0
        move caret_line to chronogram_text
        write chronogram_record
        move spaces to chronogram_record
        string "    counted " delimited by size
               function trim(formatted_letters) delimited by size
               ": " delimited by size
               function trim(counted_letters) delimited by size
               " = " delimited by size
               function trim(formatted_sum) delimited by size
            into chronogram_text
        write chronogram_record
    end-if
    move spaces to chronogram_record
    write chronogram_record.
