9660-accumulate-image-hash.
*>--- folds the record in image-hash-record (image-hash-length bytes
*>--- of it) into the running image hash
    move zero to image-record-sum.
    perform varying image-hash-sub from 1 by 1
            until image-hash-sub > image-hash-length
       compute image-record-sum = image-record-sum
             + function ord( image-hash-record(image-hash-sub:1) )
             * image-hash-sub
    end-perform.
    compute image-hash-work = image-hash-total * 31 + image-record-sum.
    divide image-hash-work by image-hash-modulus
           giving image-hash-quotient
           remainder image-hash-total.

9660-accumulate-image-hash-ex.
    exit.
