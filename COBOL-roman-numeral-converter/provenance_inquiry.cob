*> Author: Ben Walker
*> Student #: 0883544
*> Date: Sep. 3, 2026
*>
*> Modification history:
*> Oct. 15, 2026 - BW - the audit record widened for the trailing
*>                      release-level column, so the run's entries
*>                      show the release they ran under.

identification division.
program-id. provenance_inquiry.
    05 audit_rec_sequence pic 9(9).
    05 audit_sep9 pic x(4).
    05 audit_rec_check pic 9(9).
    05 audit_sep10 pic x(4).
    05 audit_rec_release pic 9(4).
01 audit_line_view redefines audit_record pic x(189).

fd stats_file.
01 stats_record.
