       01 Direction              PIC X(7).
           88 DirEncrypt         VALUE "ENCRYPT" "Encrypt" "encrypt".
           88 DirDecrypt         VALUE "DECRYPT" "Decrypt" "decrypt".
           88 DirMask            VALUE "MASK" "Mask" "mask".
