*>--- running hash of whole record images (see imghash-accumulate):
*>--- every byte weighted by its position, every record by its place
*>--- in the file, kept to the low 16 digits - proves a rebuilt file
*>--- holds the same bytes in the same order as the one archived
01  image-hash-total             pic 9(16)  value zero.
01  image-hash-work              pic 9(31)  value zero.
01  image-hash-quotient          pic 9(15)  value zero.
01  image-hash-modulus           pic 9(17)  value 10000000000000000.
01  image-record-sum             pic 9(09)  value zero.
01  image-hash-sub               pic 9(03)  value zero.
01  image-hash-length            pic 9(03)  value zero.
01  image-hash-record            pic x(480) value spaces.
