01  language-owner-record.
    05 ow-language        pic x(15).
    05 ow-team            pic x(30).
    05 ow-primary-contact pic x(30).
    05 ow-backup-contact  pic x(30).
    05 ow-tier            pic 9.
    05 ow-updated-ts      pic x(21).
