*>--- reject suspense record: the original TRANSIN record image, kept
*>--- wide enough to survive feed-layout growth, plus the reason the
*>--- record was rejected. recon support corrects the image with
*>--- reject-repair, which validates it before saving it, and feeds
*>--- the file back through reject-reprocess; the reason
*>--- portion is informational only and is ignored on the way back in
01  reject-record.
    05  rj-record-image          pic x(90).
        88  rj-status-workable              value "N" "A" " ".
    05  rj-status-date           pic x(08).
    05  rj-owner                 pic x(08).
*>--- the lineage id the item arrived with (see lineage-record) - the
*>--- repaired record goes out under it, so its history stays one
*>--- story. blank on rejects from before lineage was kept
    05  rj-lineage-id            pic x(23).
