*>                     decimal alternate key, answering "which batches
*>                     carried the value 1994, and under which
*>                     spellings" without dumping the whole file.
*> Oct. 15, 2026 - BW - approved corrections from the correction
*>                      register (master_corrections.txt, kept by
*>                      master_correction_screen) now show against the
*>                      records they touched: a corrected record is
*>                      flagged with the value it carried before and
*>                      who approved the change, and a retired record
*>                      still shows in its numeral's history, flagged
*>                      as retired, instead of quietly vanishing. A
*>                      decimal lookup also lists the records that
*>                      were corrected away from the keyed value.
*> Oct. 15, 2026 - BW - "doc <document-id>" lists everything converted
*>                      for that document, across every keyed batch it
*>                      has appeared in, through the master's new
*>                      document-id alternate key -- in page/field
*>                      order (a numbered page or field sorts by its
*>                      number), each with its batch and line, so the
*>                      documents office no longer has to know which
*>                      numerals to ask about.
*> Oct. 15, 2026 - BW - approved corrections past the five hundred the
*>                      inquiry holds are counted and warned of at
*>                      start-up, rather than silently left unflagged.
*> Oct. 15, 2026 - BW - a correction is flagged only on the record of
*>                      its own batch; a load sequence freed by a
*>                      retirement or back-out can be reused.

identification division.
program-id. conversion_inquiry.
    organization is indexed
    access mode is dynamic
    record key is master_key
    alternate record key is master_decimal with duplicates
    alternate record key is master_doc_id with duplicates.

    *> approved corrections, so a corrected record never passes for
    *> what the load wrote
    select corrections_file assign corrections_identifier
    organization is line sequential.

    *> a document's records, gathered off the document-id key and put
    *> into page/field order through a sort work file
    select docwork_file assign docwork_identifier
    organization is line sequential.

    select docsorted_file assign docsorted_identifier
    organization is line sequential.

    select doc_sort_file assign "docsortwk".

data division.
file section.
    05 master_batch pic x(40).
    05 master_line pic 9(9).
    05 master_date pic 9(8).
    05 master_doc_id pic x(10). *> keyed batches: the document-id column; spaces otherwise
    05 master_page pic x(5). *> keyed batches: the page column
    05 master_field pic x(5). *> keyed batches: the field column

fd corrections_file.
01 corrections_record.
    05 mc_number pic 9(6).
    05 filler pic x(1).
    05 mc_status pic x(8).
    05 filler pic x(1).
    05 mc_action pic x(7).
    05 filler pic x(1).
    05 mc_numeral pic x(30).
    05 filler pic x(1).
    05 mc_seq pic 9(4).
    05 filler pic x(1).
    05 mc_old_decimal pic 9(12).
    05 filler pic x(1).
    05 mc_new_decimal pic 9(12).
    05 filler pic x(1).
    05 mc_keyed_by pic x(20).
    05 filler pic x(1).
    05 mc_keyed_date pic 9(8).
    05 filler pic x(1).
    05 mc_decided_by pic x(20).
    05 filler pic x(1).
    05 mc_decided_date pic 9(8).
    05 filler pic x(1).
    05 mc_batch pic x(40).
    05 filler pic x(1).
    05 mc_reason pic x(40).

*> one of the document's records; page and field are right-justified
*> so a numbered page or field sorts by its number (page 9 before 10)
fd docwork_file.
01 docwork_record.
    05 dw_page_key pic x(5) justified right.
    05 dw_field_key pic x(5) justified right.
    05 dw_batch pic x(40).
    05 dw_line pic 9(9).
    05 dw_page pic x(5).
    05 dw_field pic x(5).
    05 dw_numeral pic x(30).
    05 dw_seq pic 9(4).
    05 dw_decimal pic 9(12).
    05 dw_date pic 9(8).

fd docsorted_file.
01 docsorted_record.
    05 ds_page_key pic x(5).
    05 ds_field_key pic x(5).
    05 ds_batch pic x(40).
    05 ds_line pic 9(9).
    05 ds_page pic x(5).
    05 ds_field pic x(5).
    05 ds_numeral pic x(30).
    05 ds_seq pic 9(4).
    05 ds_decimal pic 9(12).
    05 ds_date pic 9(8).

sd doc_sort_file.
01 doc_sort_record.
    05 dsr_page_key pic x(5).
    05 dsr_field_key pic x(5).
    05 dsr_batch pic x(40).
    05 dsr_line pic 9(9).
    05 filler pic x(64).

working-storage section.
*> the approved corrections, held for the life of the inquiry
01 correction-table.
    05 correction-entry occurs 500 times.
        10 cr_number pic 9(6).
        10 cr_action pic x(7).
        10 cr_numeral pic x(30).
        10 cr_seq pic 9(4).
        10 cr_old_decimal pic 9(12).
        10 cr_new_decimal pic 9(12).
        10 cr_decided_by pic x(20).
        10 cr_decided_date pic 9(8).
        10 cr_batch pic x(40).
77 corrections_identifier pic x(40) value "master_corrections.txt". *> the correction register
77 correction_count pic s9(4) comp value 0. *> approved corrections held
77 correction_overflow pic 9(6) value 0. *> approved corrections past the table
77 correction_k pic s9(4) comp. *> index over the correction table
77 formatted_number pic z(5)9. *> correction number, no leading zeroes
77 formatted_old pic z(11)9. *> value before a correction, no leading zeroes
77 master_identifier pic x(40) value "conversion_master.dat". *> for the existence check only
77 inquiry_check_buffer pic x(64). *> scratch detail area for CBL_CHECK_FILE_EXIST
77 inquiry_numeral pic x(30). *> numeral keyed by the operator
77 formatted_seq pic z(3)9. *> load sequence, no leading zeroes
77 entry_length pic s9(4) comp. *> trimmed length of the keyed entry, for the digits check
77 target_decimal pic 9(12). *> decimal value keyed for an alternate-key lookup
77 target_doc_id pic x(10). *> document-id keyed after "doc", for the document listing
77 docwork_identifier pic x(40) value "conversion_inquiry_docwork.txt". *> the document's records, unsorted
77 docsorted_identifier pic x(40) value "conversion_inquiry_docsorted.txt". *> the document's records, in page/field order

procedure division.
    call "CBL_CHECK_FILE_EXIST" using master_identifier, inquiry_check_buffer
        display "No conversion master on file; run load_conversion_master first."
        goback.

    *> approved corrections only; pending and refused ones never
    *> touched the master
    call "CBL_CHECK_FILE_EXIST" using corrections_identifier, inquiry_check_buffer
    if return-code = 0
        open input corrections_file
        perform forever
            read corrections_file
                at end exit perform
            end-read
            if mc_status = "APPROVED" and correction_count >= 500
                add 1 to correction_overflow
                exit perform cycle
            end-if
            if mc_status = "APPROVED"
                add 1 to correction_count
                move mc_number to cr_number(correction_count)
                move mc_action to cr_action(correction_count)
                move mc_numeral to cr_numeral(correction_count)
                move mc_seq to cr_seq(correction_count)
                move mc_old_decimal to cr_old_decimal(correction_count)
                move mc_new_decimal to cr_new_decimal(correction_count)
                move mc_decided_by to cr_decided_by(correction_count)
                move mc_decided_date to cr_decided_date(correction_count)
                move mc_batch to cr_batch(correction_count)
            end-if
        end-perform
        close corrections_file
    end-if
    if correction_overflow > 0
        move correction_overflow to formatted_number
        display "*** " function trim(formatted_number)
            " approved correction(s) past the five hundred this inquiry"
            " holds; records they touched are not flagged. ***"
    end-if

    open input master_file

    display "Numeral, decimal, or 'doc <document-id>' to look up (or 'quit')?: "
        with no advancing
    accept inquiry_numeral
    perform until inquiry_numeral = "quit"
        if inquiry_numeral(1:4) = "doc " or inquiry_numeral(1:4) = "DOC "
            perform list_document
            display "Numeral, decimal, or 'doc <document-id>' to look up (or 'quit')?: "
                with no advancing
            accept inquiry_numeral
            exit perform cycle
        end-if
        *> an all-digit entry can't be a numeral, so it's a decimal
        *> value to trace back through the alternate key; anything
        *> else is a numeral whose history is wanted
                                " batch " function trim(master_batch)
                                " line " function trim(formatted_line)
                                " loaded " master_date
                            perform show_correction_flag
                        else
                            move 1 to history_done
                        end-if
            else
                display "  (" history_count " records carry that value)"
            end-if
            *> records that carried the value until a correction moved
            *> them off it, or retired them
            perform varying correction_k from 1 by 1 until correction_k > correction_count
                if cr_old_decimal(correction_k) = target_decimal
                    move cr_seq(correction_k) to formatted_seq
                    move cr_number(correction_k) to formatted_number
                    if cr_action(correction_k) = "RETIRE"
                        display "  formerly " function trim(cr_numeral(correction_k))
                            " :: load " function trim(formatted_seq)
                            " batch " function trim(cr_batch(correction_k))
                            " -- RETIRED by correction "
                            function trim(formatted_number)
                    else
                        move cr_new_decimal(correction_k) to formatted_decimal
                        display "  formerly " function trim(cr_numeral(correction_k))
                            " :: load " function trim(formatted_seq)
                            " batch " function trim(cr_batch(correction_k))
                            " -- CORRECTED to " function trim(formatted_decimal)
                            " by correction " function trim(formatted_number)
                    end-if
                end-if
            end-perform
        else
            *> walk every history record the keyed numeral has, oldest
            *> first; the highest sequence is the current answer
                                " batch " function trim(master_batch)
                                " line " function trim(formatted_line)
                                " loaded " master_date
                            perform show_correction_flag
                        else
                            move 1 to history_done
                        end-if
            else
                display "  (" history_count " loads on file; the last shown is current)"
            end-if
            *> retired records are gone from the master but not from
            *> the numeral's history
            perform varying correction_k from 1 by 1 until correction_k > correction_count
                if cr_numeral(correction_k) = target_numeral
                    and cr_action(correction_k) = "RETIRE"
                    move cr_old_decimal(correction_k) to formatted_old
                    move cr_seq(correction_k) to formatted_seq
                    move cr_number(correction_k) to formatted_number
                    display function trim(cr_numeral(correction_k)) " :: "
                        function trim(formatted_old)
                        " :: load " function trim(formatted_seq)
                        " batch " function trim(cr_batch(correction_k))
                    display "    RETIRED by correction " function trim(formatted_number)
                        ", approved by " function trim(cr_decided_by(correction_k))
                        " on " cr_decided_date(correction_k)
                end-if
            end-perform
        end-if

        display "Numeral, decimal, or 'doc <document-id>' to look up (or 'quit')?: "
            with no advancing
        accept inquiry_numeral
    end-perform

    close master_file
    goback.

*> flag the record just shown if an approved correction changed it
show_correction_flag.
    perform varying correction_k from 1 by 1 until correction_k > correction_count
        if cr_numeral(correction_k) = master_numeral
            and cr_seq(correction_k) = master_seq
            and cr_batch(correction_k) = master_batch
            and cr_action(correction_k) = "CORRECT"
            move cr_old_decimal(correction_k) to formatted_old
            move cr_number(correction_k) to formatted_number
            display "    CORRECTED from " function trim(formatted_old)
                " by correction " function trim(formatted_number)
                ", approved by " function trim(cr_decided_by(correction_k))
                " on " cr_decided_date(correction_k)
        end-if
    end-perform.

*> every record the keyed document carries on the master, whatever
*> batch it came in, in page/field order
list_document.
    move function trim(inquiry_numeral(5:26)) to target_doc_id
    if target_doc_id = spaces
        display "Key a document-id after 'doc'."
        exit paragraph
    end-if
    move 0 to history_count
    move 0 to history_done
    open output docwork_file
    move target_doc_id to master_doc_id
    start master_file key not < master_doc_id
        invalid key move 1 to history_done
    end-start
    perform until history_done = 1
        read master_file next
            at end move 1 to history_done
            not at end
                if master_doc_id = target_doc_id
                    add 1 to history_count
                    move spaces to docwork_record
                    move function trim(master_page) to dw_page_key
                    move function trim(master_field) to dw_field_key
                    move master_batch to dw_batch
                    move master_line to dw_line
                    move master_page to dw_page
                    move master_field to dw_field
                    move master_numeral to dw_numeral
                    move master_seq to dw_seq
                    move master_decimal to dw_decimal
                    move master_date to dw_date
                    write docwork_record
                else
                    move 1 to history_done
                end-if
        end-read
    end-perform
    close docwork_file

    if history_count = 0
        display "No conversions on file for document " function trim(target_doc_id)
        call "CBL_DELETE_FILE" using docwork_identifier
        exit paragraph
    end-if

    sort doc_sort_file
        on ascending key dsr_page_key, dsr_field_key, dsr_batch, dsr_line
        using docwork_file
        giving docsorted_file

    display "Document " function trim(target_doc_id) ":"
    open input docsorted_file
    perform forever
        read docsorted_file
            at end exit perform
        end-read
        move ds_decimal to formatted_decimal
        move ds_line to formatted_line
        move ds_seq to formatted_seq
        display "  page " function trim(ds_page) " field " function trim(ds_field)
            " :: " function trim(ds_numeral) " :: " function trim(formatted_decimal)
            " :: load " function trim(formatted_seq)
            " batch " function trim(ds_batch)
            " line " function trim(formatted_line)
            " loaded " ds_date
        move ds_numeral to master_numeral
        move ds_seq to master_seq
        perform show_correction_flag
    end-perform
    close docsorted_file
    call "CBL_DELETE_FILE" using docwork_identifier
    call "CBL_DELETE_FILE" using docsorted_identifier
    display "  (" history_count " records on file for the document)".
