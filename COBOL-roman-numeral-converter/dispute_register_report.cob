*> dispute_register_report.cob
*>
*> Report over the dispute register (dispute_register.txt, kept by
*> dispute_register_screen), for legal and for the vendor
*> conversation: every dispute still open (OPEN or under
*> INVESTIGATE) with its age in days since it was logged, an aging
*> breakdown of them, and per delivering vendor the disputes logged,
*> still open, upheld, and rejected -- an upheld dispute being a
*> value the vendor's delivery really did get wrong. Written to
*> dispute_register_report.txt as well as the console.
*>
*> Class: CIS*3190
*> Author: Ben Walker
*> Student #: 0883544
*> Date: Oct. 15, 2026

identification division.
program-id. dispute_register_report.

environment division.
input-output section.
file-control.
    select dispute_file assign dispute_identifier
    organization is line sequential.

    select report_file assign report_identifier
    organization is line sequential.

data division.
file section.
fd dispute_file.
01 dispute_record.
    05 dp_number pic 9(6).
    05 filler pic x(1).
    05 dp_status pic x(11).
    05 filler pic x(1).
    05 dp_batch pic x(40).
    05 filler pic x(1).
    05 dp_line pic 9(9).
    05 filler pic x(1).
    05 dp_numeral pic x(30).
    05 filler pic x(1).
    05 dp_decimal pic 9(12).
    05 filler pic x(1).
    05 dp_claimed pic x(30).
    05 filler pic x(1).
    05 dp_run_id pic 9(6).
    05 filler pic x(1).
    05 dp_master_seq pic 9(4).
    05 filler pic x(1).
    05 dp_source pic x(20).
    05 filler pic x(1).
    05 dp_logged_by pic x(20).
    05 filler pic x(1).
    05 dp_logged_date pic 9(8).
    05 filler pic x(1).
    05 dp_decided_by pic x(20).
    05 filler pic x(1).
    05 dp_decided_date pic 9(8).
    05 filler pic x(1).
    05 dp_correction pic 9(6).
    05 filler pic x(1).
    05 dp_challenge pic x(40).
    05 filler pic x(1).
    05 dp_finding pic x(40).

fd report_file.
01 report_record.
    05 report_text pic x(132).

working-storage section.
*> dispute counts by delivering vendor
01 vendor-table.
    05 vendor-entry occurs 100 times.
        10 vn_source pic x(20).
        10 vn_logged pic 9(6).
        10 vn_open pic 9(6).
        10 vn_upheld pic 9(6).
        10 vn_rejected pic 9(6).
77 vendor_count pic s9(4) comp value 0. *> vendors on the table
77 vendor_k pic s9(4) comp. *> index over the vendor table
77 slot_found pic 9. *> 1 once the dispute's vendor slot is located
77 dispute_identifier pic x(40) value "dispute_register.txt". *> the dispute register
77 report_identifier pic x(40) value "dispute_register_report.txt". *> the printable report
77 report_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 report_pointer pic s9(4) comp. *> where the next piece of a report line goes
77 report_date pic 9(8). *> today's date, for the aging arithmetic
77 report_day_number pic 9(9). *> today as an integer day count
77 dispute_age pic s9(5). *> days the dispute has been open
77 total_logged pic 9(6) value 0. *> disputes on the register
77 total_open pic 9(6) value 0. *> disputes still open
77 total_upheld pic 9(6) value 0. *> disputes upheld
77 total_rejected pic 9(6) value 0. *> disputes rejected
77 age_week pic 9(6) value 0. *> open disputes 7 days old or fewer
77 age_month pic 9(6) value 0. *> open disputes 8 through 30 days old
77 age_quarter pic 9(6) value 0. *> open disputes 31 through 90 days old
77 age_older pic 9(6) value 0. *> open disputes more than 90 days old
77 formatted_count pic z(5)9. *> counts, no leading zeroes
77 formatted_number pic z(5)9. *> dispute number, no leading zeroes
77 formatted_line pic z(8)9. *> results line, no leading zeroes
77 formatted_age pic z(4)9. *> days open, no leading zeroes
77 audit_program_name pic x(30) value "dispute_register_report". *> this program's name, for the audit log entry
77 audit_key_param pic x(40). *> open-dispute count, for the audit log entry
77 audit_result pic x(7). *> "SUCCESS" or "FAILURE", for the compliance audit log entry

procedure division.
    call "CBL_CHECK_FILE_EXIST" using dispute_identifier, report_check_buffer
    if return-code not = 0
        display "No dispute register on file; nothing has been logged yet."
        move 2 to return-code
        goback
    end-if

    accept report_date from date yyyymmdd
    move function integer-of-date(report_date) to report_day_number

    open output report_file
    move spaces to report_text
    string "Dispute register report :: " delimited by size
           report_date delimited by size
        into report_text
    perform print_line
    move "----------------------------------------------------------------"
        to report_text
    perform print_line
    move "Open disputes:" to report_text
    perform print_line

    open input dispute_file
    perform forever
        read dispute_file
            at end exit perform
        end-read
        add 1 to total_logged
        perform find_vendor
        evaluate dp_status
            when "OPEN"
            when "INVESTIGATE"
                add 1 to total_open
                if vendor_k > 0
                    add 1 to vn_open(vendor_k)
                end-if
                perform age_dispute
            when "UPHELD"
                add 1 to total_upheld
                if vendor_k > 0
                    add 1 to vn_upheld(vendor_k)
                end-if
            when "REJECTED"
                add 1 to total_rejected
                if vendor_k > 0
                    add 1 to vn_rejected(vendor_k)
                end-if
        end-evaluate
    end-perform
    close dispute_file
    if total_open = 0
        move "  (none)" to report_text
        perform print_line
    end-if

    perform print_line
    move "Aging of open disputes:" to report_text
    perform print_line
    move "  0-7 days        : " to report_text
    move age_week to formatted_count
    move formatted_count to report_text(21:6)
    perform print_line
    move "  8-30 days       : " to report_text
    move age_month to formatted_count
    move formatted_count to report_text(21:6)
    perform print_line
    move "  31-90 days      : " to report_text
    move age_quarter to formatted_count
    move formatted_count to report_text(21:6)
    perform print_line
    move "  over 90 days    : " to report_text
    move age_older to formatted_count
    move formatted_count to report_text(21:6)
    perform print_line

    perform print_line
    move "Disputes by vendor:" to report_text
    perform print_line
    move "  Vendor                Logged    Open  Upheld  Rejected" to report_text
    perform print_line
    perform varying vendor_k from 1 by 1 until vendor_k > vendor_count
        move spaces to report_text
        move vn_source(vendor_k) to report_text(3:20)
        move vn_logged(vendor_k) to formatted_count
        move formatted_count to report_text(25:6)
        move vn_open(vendor_k) to formatted_count
        move formatted_count to report_text(33:6)
        move vn_upheld(vendor_k) to formatted_count
        move formatted_count to report_text(41:6)
        move vn_rejected(vendor_k) to formatted_count
        move formatted_count to report_text(51:6)
        perform print_line
    end-perform

    perform print_line
    move "----------------------------------------------------------------"
        to report_text
    perform print_line
    move "Disputes logged   : " to report_text
    move total_logged to formatted_count
    move formatted_count to report_text(21:6)
    perform print_line
    move "Still open        : " to report_text
    move total_open to formatted_count
    move formatted_count to report_text(21:6)
    perform print_line
    move "Upheld            : " to report_text
    move total_upheld to formatted_count
    move formatted_count to report_text(21:6)
    perform print_line
    move "Rejected          : " to report_text
    move total_rejected to formatted_count
    move formatted_count to report_text(21:6)
    perform print_line
    close report_file

    move spaces to audit_key_param
    move total_open to formatted_count
    string function trim(formatted_count) delimited by size
           " open dispute(s)" delimited by size
        into audit_key_param
    move "SUCCESS" to audit_result
    call "write_audit_log" using audit_program_name, audit_key_param, audit_result
    move 0 to return-code
    goback.

*> one open dispute: its age, its aging bucket, and its listing line
age_dispute.
    compute dispute_age = report_day_number
        - function integer-of-date(dp_logged_date)
    evaluate true
        when dispute_age <= 7
            add 1 to age_week
        when dispute_age <= 30
            add 1 to age_month
        when dispute_age <= 90
            add 1 to age_quarter
        when other
            add 1 to age_older
    end-evaluate
    move dp_number to formatted_number
    move dp_line to formatted_line
    move dispute_age to formatted_age
    move 1 to report_pointer
    string "  " delimited by size
           function trim(formatted_number) delimited by size
           ") " delimited by size
           function trim(dp_status) delimited by size
           " :: " delimited by size
           function trim(dp_batch) delimited by size
           " line " delimited by size
           function trim(formatted_line) delimited by size
           " " delimited by size
           function trim(dp_numeral) delimited by size
           " -> " delimited by size
           function trim(dp_claimed) delimited by size
           " :: " delimited by size
           function trim(dp_source) delimited by size
           ", " delimited by size
           function trim(formatted_age) delimited by size
           " day(s) open" delimited by size
        into report_text with pointer report_pointer
    perform print_line.

*> the dispute's vendor slot, added on first sight; 0 if the table is full
find_vendor.
    move 0 to slot_found
    perform varying vendor_k from 1 by 1
        until vendor_k > vendor_count or slot_found = 1
        if vn_source(vendor_k) = dp_source
            move 1 to slot_found
        end-if
    end-perform
    if slot_found = 1
        subtract 1 from vendor_k
    else
        if vendor_count < 100
            add 1 to vendor_count
            move vendor_count to vendor_k
            move dp_source to vn_source(vendor_k)
            move 0 to vn_logged(vendor_k), vn_open(vendor_k),
                vn_upheld(vendor_k), vn_rejected(vendor_k)
        else
            move 0 to vendor_k
        end-if
    end-if
    if vendor_k > 0
        add 1 to vn_logged(vendor_k)
    end-if.

*> every report line goes to the console and to the report file
print_line.
    write report_record
    display function trim(report_text, trailing)
    move spaces to report_text.
