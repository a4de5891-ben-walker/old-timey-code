*> Author: Ben Walker
*> Student #: 0883544
*> Date: Sep. 3, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - the record widened for the trailing release-level
*>                      column, so extracts for the review binder
*>                      carry it.
*> Oct. 15, 2026 - BW - and again for the trailing TRAINING column a
*>                      practice entry carries.

identification division.
program-id. audit_inquiry.
    05 audit_rec_sequence pic 9(9).
    05 audit_sep9 pic x(4).
    05 audit_rec_check pic 9(9).
    05 audit_sep10 pic x(4).
    05 audit_rec_release pic 9(4).
    05 audit_sep11 pic x(4).
    05 audit_rec_mode pic x(8).
01 audit_line_view redefines audit_record pic x(201).

fd extract_file.
01 extract_record.
    05 extract_line pic x(201).

working-storage section.
77 audit_identifier pic x(44). *> the audit file currently being read
